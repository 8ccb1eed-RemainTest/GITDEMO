      *    new release source (RPA114) and the merged output          *
      *    (RPA115) together with its cross-reference (RPA112), and   *
      *    proves mechanically that the merge is complete: every      *
      *    customization line of RPA113 is present in RPA115 (or was  *
      *    found already in the new release and logged as absorbed   *
      *    by the member's latest merge - I0180 in RPA105), the       *
      *    surviving new release lines do not outnumber RPA114, and   *
      *    every cross-reference entry points at a real RPA115       *
      *    record whose key matches.  One pass/fail row is written    *
           SELECT RPA115 ASSIGN TO K28-OUTF.
           SELECT RPA112 ASSIGN TO K29-XRFF.
           SELECT RPA119 ASSIGN TO DATABASE-RPA119.
           SELECT RPA105 ASSIGN TO DATABASE-RPA105.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
           03  CTA119                        PIC 9(07).
           03  CTB119                        PIC 9(07).

      *****************************************************************
      *    Names of sources that should be checked manually - read    *
      *    for the absorbed-block rows of each member's latest merge  *
      *****************************************************************
       FD  RPA105
           LABEL RECORDS ARE STANDARD.
       01  RPA105R.
           COPY DDS-ALL-FORMATS OF RPA105.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
           03  K27-NRLF                      PIC X(40).
           03  K28-OUTF                      PIC X(40).
           03  K29-XRFF                      PIC X(40).
      *            Absorbed customization lines of the member being   *
      *            reconciled                                         *
           03  K30-ABS                       PIC S9(07)  COMP-3.
           03  K31-EXP                       PIC S9(07)  COMP-3.

      *****************************************************************
      *    Customization lines each member's latest merge found       *
      *    already in the new release - the I0180 rows of RPA105,     *
      *    counted again from zero at every "processing started" row  *
      *    RPA116 writes for a fresh merge of the member              *
      *****************************************************************
       01  K50-TABLE.
           03  K50-ENT  OCCURS 500.
               05  K51-MBR                   PIC X(10).
               05  K52-ABS                   PIC S9(07)  COMP-3.
       01  K53-54.
           03  K53-CNT                       PIC S9(04)  COMP-3.
           03  K54-SUB                       PIC S9(04)  COMP-3.
      /
       PROCEDURE DIVISION.
       DECLARATIVES.
           PERFORM R20.
           PERFORM R30.
           PERFORM R40.
           PERFORM R50.
      *    --------------------------------------------------
      *    Every RPA113 customization line must be in RPA115,
      *    apart from the lines the merge logged as absorbed
      *    --------------------------------------------------
           ADD   K09-I115 K30-ABS GIVING K31-EXP.
           IF    K06-I113 NOT EQUAL K31-EXP
                 MOVE 'CUSTOMIZATION LINE COUNT RPA113 / RPA115'
                               TO TXT119
                 MOVE K06-I113 TO CTA119
                 MOVE K31-EXP  TO CTB119
                 PERFORM R85.
      *    --------------------------------------------------
      *    Surviving new release lines cannot outnumber RPA114
       R4099.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Look up the member's absorbed customization lines          *
      *****************************************************************
       R5001.
           MOVE  ZERO TO K30-ABS.
           MOVE  1    TO K54-SUB.
       R5003.
           IF    K54-SUB GREATER K53-CNT
                 GO TO R5099.
           IF    K51-MBR (K54-SUB) NOT EQUAL MBR110
                 ADD   1 TO K54-SUB
                 GO TO R5003.
           MOVE  K52-ABS (K54-SUB) TO K30-ABS.
       R5099.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    Load the absorbed-line counts from RPA105 - a fresh merge  *
      *    of a member writes a "processing started" row (no reason   *
      *    code, no text) before anything else, so the count starts  *
      *    over there and only the latest merge's I0180 rows remain   *
      *****************************************************************
       R6001.
           MOVE  ZERO TO K53-CNT.
           OPEN  INPUT RPA105.
           MOVE  ZERO TO K02-EOF.
       R6003.
           READ  RPA105 AT END
                 MOVE '1' TO K02-EOF.
           IF    K02-EOF EQUAL '1'
                 GO TO R6009.
           IF    ODOBRT NOT EQUAL ' '
                 GO TO R6003.
           IF    ODOBRC NOT EQUAL SPACE
           AND   ODOBRC NOT EQUAL 'I0180'
                 GO TO R6003.
           IF    ODOBRC EQUAL SPACE
           AND   ODOBTX NOT EQUAL SPACE
                 GO TO R6003.
           MOVE  1 TO K54-SUB.
       R6005.
           IF    K54-SUB GREATER K53-CNT
                 GO TO R6007.
           IF    K51-MBR (K54-SUB) NOT EQUAL ODOBNM
                 ADD   1 TO K54-SUB
                 GO TO R6005.
           IF    ODOBRC EQUAL SPACE
                 MOVE ZERO TO K52-ABS (K54-SUB)
           ELSE
                 ADD  ODOBB1 TO K52-ABS (K54-SUB).
           GO TO R6003.
       R6007.
           IF    K53-CNT NOT LESS 500
                 GO TO R6003.
           ADD   1 TO K53-CNT.
           MOVE  ODOBNM TO K51-MBR (K53-CNT).
           MOVE  ZERO   TO K52-ABS (K53-CNT).
           IF    ODOBRC EQUAL 'I0180'
                 MOVE ODOBB1 TO K52-ABS (K53-CNT).
           GO TO R6003.
       R6009.
           CLOSE RPA105.
       R6099.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read next member to be reconciled                          *
      *    Initialize program                                         *
      *****************************************************************
       R9801.
           PERFORM R60.
           OPEN  INPUT   RPA110.
           OPEN  OUTPUT  RPA119.
           MOVE  ZERO  TO K01-EOF.
