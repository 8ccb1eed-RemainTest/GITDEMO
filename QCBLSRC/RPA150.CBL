       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA150.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA150 - Reviewer sign-off of quarantined         *
      *                      members                                  *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    Records the reviewer's decision on a member the quality    *
      *    gate quarantined ('Q' in RPA108, set by RPA117, RPA131,    *
      *    RPA137 or RPA147).  The sign-off file (RPA151) carries one *
      *    record per decision: member and library, 'A'pprove or      *
      *    'R'eject, the reviewer, the reason and the date.  An       *
      *    approval is accepted only for a quarantined member whose   *
      *    reconciliation row (RPA119) and audit listing section      *
      *    (RPA132) are on file - the evidence the reviewer signs off *
      *    on - and moves the member to 'A', the approved override    *
      *    disposition RPA137 ships with the approver's id in its     *
      *    manifest record.  A rejection leaves the member, or        *
      *    returns an approved member not yet shipped, at 'Q' - one   *
      *    the RPA137 manifest shows shipped is refused.  An          *
      *    incomplete or unfounded decision is refused and changes    *
      *    nothing.  Every decision, accepted or refused, is appended *
      *    to the sign-off audit trail (RPA152), printed on the       *
      *    sign-off register (RPA150) with the quarantined members    *
      *    still waiting, and logged to the manual-review log         *
      *    (RPA105): I0290 approved, I0300 rejected, W0310 refused.   *
      *    A refused decision ends with return code 8.                *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA151 ASSIGN TO DATABASE-RPA151.
           SELECT RPA108 ASSIGN TO DATABASE-RPA108.
           SELECT OPTIONAL RPA119 ASSIGN TO DATABASE-RPA119.
           SELECT OPTIONAL RPA132 ASSIGN TO DATABASE-RPA132.
           SELECT OPTIONAL RPA152 ASSIGN TO DATABASE-RPA152.
           SELECT OPTIONAL RPA137 ASSIGN TO DATABASE-RPA137.
           SELECT RPA105 ASSIGN TO DATABASE-RPA105.
           SELECT RPA103 ASSIGN TO DATABASE-RPA103.
           SELECT RPA150 ASSIGN TO DATABASE-RPA150.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Sign-off decisions - one record per reviewer decision:     *
      *    'A'pprove or 'R'eject, the reviewer, the reason and the    *
      *    date of the decision                                       *
      *****************************************************************
       FD  RPA151
           LABEL RECORDS ARE STANDARD.
       01  RPA151R.
           03  MBR151                        PIC X(10).
           03  LIB151                        PIC X(10).
           03  DEC151                        PIC X(01).
           03  USR151                        PIC X(10).
           03  RSN151                        PIC X(60).
           03  DAT151                        PIC X(06).

      *****************************************************************
      *    Member disposition - an approved member moves from 'Q' to  *
      *    'A' (approved override), a rejected one back to 'Q'        *
      *****************************************************************
       FD  RPA108
           LABEL RECORDS ARE STANDARD.
       01  RPA108R.
           03  MBR108                        PIC X(10).
           03  LIB108                        PIC X(10).
           03  DSP108                        PIC X(01).
           03  ORP108                        PIC 9(07).
           03  MSG108                        PIC 9(07).
           03  DAT108                        PIC 9(06).

      *****************************************************************
      *    Reconciliation report written by RPA119                    *
      *****************************************************************
       FD  RPA119
           LABEL RECORDS ARE STANDARD.
       01  RPA119R.
           03  TYP119                        PIC X(01).
           03  NAM119                        PIC X(10).
           03  STS119                        PIC X(04).
           03  TXT119                        PIC X(60).
           03  CTA119                        PIC 9(07).
           03  CTB119                        PIC 9(07).

      *****************************************************************
      *    Merge audit listing printed by RPA132 - only the member    *
      *    heading of each report section is looked at                *
      *****************************************************************
       FD  RPA132
           LABEL RECORDS ARE STANDARD.
       01  RPA132R.
           03  HDR132                        PIC X(08).
           03  MBR132                        PIC X(10).
           03  FILLER                        PIC X(114).

      *****************************************************************
      *    Sign-off audit trail - one record per decision, accepted   *
      *    or refused, only ever appended to                          *
      *****************************************************************
       FD  RPA152
           LABEL RECORDS ARE STANDARD.
       01  RPA152R.
           03  MBR152                        PIC X(10).
           03  LIB152                        PIC X(10).
           03  DEC152                        PIC X(01).
           03  USR152                        PIC X(10).
           03  RSN152                        PIC X(60).
           03  SDT152                        PIC 9(06).
           03  RES152                        PIC X(01).
           03  WHY152                        PIC X(40).
           03  CYC152                        PIC 9(04).
           03  DAT152                        PIC 9(06).
           03  TIM152                        PIC 9(08).

      *****************************************************************
      *    Promotion manifest - a shipped member is past rejecting    *
      *    from here                                                  *
      *****************************************************************
       FD  RPA137
           LABEL RECORDS ARE STANDARD.
       01  RPA137R.
           03  MBR137                        PIC X(10).
           03  LIB137                        PIC X(10).
           03  CNT137                        PIC 9(07).
           03  CHK137                        PIC 9(09).
           03  DAT137                        PIC 9(06).
           03  APR137                        PIC X(10).

      *****************************************************************
      *    Names of sources that should be checked manually           *
      *****************************************************************
       FD  RPA105
           LABEL RECORDS ARE STANDARD.
       01  RPA105R.
           COPY DDS-ALL-FORMATS OF RPA105.

      *****************************************************************
      *    Cycle control - the release cycle number, stamped into     *
      *    every exception row and audit record this run writes       *
      *****************************************************************
       FD  RPA103
           LABEL RECORDS ARE STANDARD.
       01  RPA103R.
           03  CYC103                        PIC 9(04).
           03  FILLER                        PIC X(06).

      *****************************************************************
      *    Printed sign-off register                                  *
      *****************************************************************
       FD  RPA150
           LABEL RECORDS ARE STANDARD.
       01  RPA150R                           PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  SO01-19.
           03  SO01-EOF                      PIC X(01).
           03  SO02-EOF                      PIC X(01).
      *            Line and page counters                             *
           03  SO03-LINE                     PIC S9(03)  COMP-3.
           03  SO04-PAGE                     PIC S9(05)  COMP-3.
      *            Release cycle, run date and time                   *
           03  SO05-CYC                      PIC 9(04).
           03  SO06-DATE                     PIC 9(06).
           03  SO07-TIME                     PIC 9(08).
      *            Date of the decision in hand - the run date when   *
      *            the sign-off record carries none                   *
           03  SO08-SDT                      PIC 9(06).
      *            Why the decision in hand was refused, blank when   *
      *            it was accepted                                    *
           03  SO09-WHY                      PIC X(40).
      *            Disposition row of the member in hand in the       *
      *            SO60 table, zero when it has none                  *
           03  SO10-ROW                      PIC S9(04)  COMP-3.
      *            Job totals                                         *
           03  SO11-READ                     PIC S9(07)  COMP-3.
           03  SO12-APR                      PIC S9(07)  COMP-3.
           03  SO13-REJ                      PIC S9(07)  COMP-3.
           03  SO14-REF                      PIC S9(07)  COMP-3.
           03  SO15-OPEN                     PIC S9(07)  COMP-3.
       01  SO20-29.
      *            Text of the report line being built                *
           03  SO20-TXT                      PIC X(120).

      *****************************************************************
      *    Print lines                                                *
      *****************************************************************
       01  SO30-HDR1.
           03  FILLER                        PIC X(08)
                                             VALUE 'RPA150'.
           03  FILLER                        PIC X(40)
               VALUE 'QUARANTINE SIGN-OFF REGISTER'.
           03  FILLER                        PIC X(26) VALUE SPACE.
           03  FILLER                        PIC X(06)
                                             VALUE 'DATE '.
           03  SO31-DATE                     PIC 99B99B99.
           03  FILLER                        PIC X(24) VALUE SPACE.
           03  FILLER                        PIC X(05)
                                             VALUE 'PAGE '.
           03  SO32-PAGE                     PIC ZZZZ9.
       01  SO33-HDR2.
           03  FILLER                        PIC X(46)
               VALUE ' MEMBER     LIBRARY    D REVIEWER   DECIDED'.
           03  FILLER                        PIC X(86)
               VALUE 'OUTCOME'.
       01  SO34-DTL.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  SO35-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  SO36-LIB                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  SO37-DEC                      PIC X(01).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  SO38-USR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  SO39-SDT                      PIC 99B99B99.
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  SO40-OUT                      PIC X(60).
       01  SO41-RSN.
           03  FILLER                        PIC X(24) VALUE SPACE.
           03  FILLER                        PIC X(08)
                                             VALUE 'REASON: '.
           03  SO42-RSN                      PIC X(60).
       01  SO43-TXT.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  SO44-TXT                      PIC X(120).
       01  SO45-SUM.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  SO46-TXT                      PIC X(40).
           03  SO47-VAL                      PIC ZZZZZZ9.
       01  SO48-BLNK                         PIC X(132) VALUE SPACE.

      *****************************************************************
      *    Reconciled members - the names of the RPA119 'M' rows      *
      *****************************************************************
       01  SO50-TABLE.
           03  SO50-ENT  OCCURS 500.
               05  SO51-MBR                  PIC X(10).
       01  SO52-53.
           03  SO52-CNT                      PIC S9(04)  COMP-3.
           03  SO53-SUB                      PIC S9(04)  COMP-3.

      *****************************************************************
      *    Members with a section in the RPA132 audit listing         *
      *****************************************************************
       01  SO55-TABLE.
           03  SO55-ENT  OCCURS 500.
               05  SO56-MBR                  PIC X(10).
       01  SO57-58.
           03  SO57-CNT                      PIC S9(04)  COMP-3.
           03  SO58-SUB                      PIC S9(04)  COMP-3.

      *****************************************************************
      *    Disposition rows - loaded from RPA108, changed here as     *
      *    decisions are accepted (so a later decision on the same    *
      *    member sees the earlier one), written back at the end,     *
      *    with whether the member has shipped (RPA137)               *
      *****************************************************************
       01  SO60-TABLE.
           03  SO60-ENT  OCCURS 500.
               05  SO61-MBR                  PIC X(10).
               05  SO62-LIB                  PIC X(10).
               05  SO63-DSP                  PIC X(01).
               05  SO64-CHG                  PIC X(01).
               05  SO65-DEC                  PIC X(01).
               05  SO68-SHP                  PIC X(01).
       01  SO66-67.
           03  SO66-CNT                      PIC S9(04)  COMP-3.
           03  SO67-SUB                      PIC S9(04)  COMP-3.
      /
       PROCEDURE DIVISION.
       DECLARATIVES.
       DCL-INP SECTION.
           USE AFTER ERROR PROCEDURE ON INPUT.
       DCL-INP01.
       DCL-INP99.
           EXIT.
       DCL-OUT SECTION.
           USE AFTER ERROR PROCEDURE ON OUTPUT.
       DCL-OUT01.
       DCL-OUT99.
           EXIT.
       DCL-IO SECTION.
           USE AFTER ERROR PROCEDURE ON I-O.
       DCL-IO01.
       DCL-IO99.
           EXIT.
       DCL-EXT SECTION.
           USE AFTER ERROR PROCEDURE ON EXTEND.
       DCL-EX01.
       DCL-EX99.
           EXIT.
       END DECLARATIVES.
       R00 SECTION.
      *****************************************************************
      *    Mainline                                                   *
      *****************************************************************
       R0001.
           PERFORM R98.
       R0003.
           IF    SO01-EOF EQUAL '1'
                 GO TO R0005.
           PERFORM R10.
           PERFORM R81.
           GO TO R0003.
       R0005.
      *    Write the accepted decisions to the disposition file
           IF    SO12-APR GREATER ZERO
           OR    SO13-REJ GREATER ZERO
                 PERFORM R50.
           PERFORM R60.
       R0009.
           PERFORM R99.
       R0099.
      *    GOBACK, not STOP RUN - callable from a maintenance menu,
      *    and run standalone it still ends the job
           GOBACK.

       R10 SECTION.
      *****************************************************************
      *    One decision - validated first, applied only when clean,   *
      *    audited and printed always                                 *
      *****************************************************************
       R1001.
           ADD   1 TO SO11-READ.
           MOVE  SPACE TO SO09-WHY.
           IF    DAT151 NUMERIC
                 MOVE DAT151 TO SO08-SDT
           ELSE
                 MOVE SO06-DATE TO SO08-SDT.
           IF    SO08-SDT EQUAL ZERO
                 MOVE SO06-DATE TO SO08-SDT.
           PERFORM R20.
      *    --------------------------------------------------
      *    The decision itself must be complete
      *    --------------------------------------------------
           IF    DEC151 NOT EQUAL 'A'
           AND   DEC151 NOT EQUAL 'R'
                 MOVE 'DECISION MUST BE A OR R' TO SO09-WHY
                 GO TO R1009.
           IF    USR151 EQUAL SPACE
                 MOVE 'REVIEWER NOT NAMED' TO SO09-WHY
                 GO TO R1009.
           IF    RSN151 EQUAL SPACE
                 MOVE 'REASON MISSING' TO SO09-WHY
                 GO TO R1009.
           IF    SO10-ROW EQUAL ZERO
                 MOVE 'NO DISPOSITION ROW IN RPA108' TO SO09-WHY
                 GO TO R1009.
           IF    DEC151 EQUAL 'R'
                 GO TO R1005.
      *    --------------------------------------------------
      *    An approval - only of a quarantined member, and only
      *    with its reconciliation row and audit listing on file
      *    --------------------------------------------------
           IF    SO63-DSP (SO10-ROW) NOT EQUAL 'Q'
                 MOVE 'MEMBER NOT QUARANTINED' TO SO09-WHY
                 GO TO R1009.
           PERFORM R25.
           IF    SO53-SUB GREATER SO52-CNT
                 MOVE 'NO RECONCILIATION ROW IN RPA119' TO SO09-WHY
                 GO TO R1009.
           PERFORM R27.
           IF    SO58-SUB GREATER SO57-CNT
                 MOVE 'NO AUDIT LISTING IN RPA132' TO SO09-WHY
                 GO TO R1009.
           MOVE  'A' TO SO63-DSP (SO10-ROW).
           ADD   1   TO SO12-APR.
           GO TO R1007.
       R1005.
      *    --------------------------------------------------
      *    A rejection - of a quarantined member, or of one
      *    approved earlier that has not shipped yet
      *    --------------------------------------------------
           IF    SO63-DSP (SO10-ROW) NOT EQUAL 'Q'
           AND   SO63-DSP (SO10-ROW) NOT EQUAL 'A'
                 MOVE 'MEMBER NOT QUARANTINED OR APPROVED' TO SO09-WHY
                 GO TO R1009.
           IF    SO63-DSP (SO10-ROW) EQUAL 'A'
           AND   SO68-SHP (SO10-ROW) EQUAL '1'
                 MOVE 'ALREADY SHIPPED IN RPA137' TO SO09-WHY
                 GO TO R1009.
           MOVE  'Q' TO SO63-DSP (SO10-ROW).
           ADD   1   TO SO13-REJ.
       R1007.
           MOVE  '1'    TO SO64-CHG (SO10-ROW).
           MOVE  DEC151 TO SO65-DEC (SO10-ROW).
       R1009.
           IF    SO09-WHY NOT EQUAL SPACE
                 ADD 1 TO SO14-REF.
           PERFORM R70.
           PERFORM R75.
           PERFORM R88.
       R1099.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Find the member's disposition row                          *
      *****************************************************************
       R2001.
           MOVE  ZERO TO SO10-ROW.
           MOVE  1    TO SO67-SUB.
       R2003.
           IF    SO67-SUB GREATER SO66-CNT
                 GO TO R2099.
           IF    SO61-MBR (SO67-SUB) EQUAL MBR151
           AND   SO62-LIB (SO67-SUB) EQUAL LIB151
                 MOVE SO67-SUB TO SO10-ROW
                 GO TO R2099.
           ADD   1 TO SO67-SUB.
           GO TO R2003.
       R2099.
           EXIT.

       R25 SECTION.
      *****************************************************************
      *    Look for the member's reconciliation row - not found       *
      *    leaves the subscript past the end of the table             *
      *****************************************************************
       R2501.
           MOVE  1 TO SO53-SUB.
       R2503.
           IF    SO53-SUB GREATER SO52-CNT
                 GO TO R2599.
           IF    SO51-MBR (SO53-SUB) EQUAL MBR151
                 GO TO R2599.
           ADD   1 TO SO53-SUB.
           GO TO R2503.
       R2599.
           EXIT.

       R27 SECTION.
      *****************************************************************
      *    Look for the member's audit listing section - not found    *
      *    leaves the subscript past the end of the table             *
      *****************************************************************
       R2701.
           MOVE  1 TO SO58-SUB.
       R2703.
           IF    SO58-SUB GREATER SO57-CNT
                 GO TO R2799.
           IF    SO56-MBR (SO58-SUB) EQUAL MBR151
                 GO TO R2799.
           ADD   1 TO SO58-SUB.
           GO TO R2703.
       R2799.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Write the changed dispositions back in place - only the    *
      *    rows a decision was accepted for are touched               *
      *****************************************************************
       R5001.
           OPEN  I-O   RPA108.
           MOVE  ZERO  TO SO02-EOF.
       R5003.
           READ  RPA108 AT END
                 MOVE '1' TO SO02-EOF.
           IF    SO02-EOF EQUAL '1'
                 GO TO R5009.
           MOVE  1 TO SO67-SUB.
       R5005.
           IF    SO67-SUB GREATER SO66-CNT
                 GO TO R5003.
           IF    SO61-MBR (SO67-SUB) EQUAL MBR108
           AND   SO62-LIB (SO67-SUB) EQUAL LIB108
                 GO TO R5007.
           ADD   1 TO SO67-SUB.
           GO TO R5005.
       R5007.
           IF    SO64-CHG (SO67-SUB) NOT EQUAL '1'
                 GO TO R5003.
           MOVE  SO63-DSP (SO67-SUB) TO DSP108.
           REWRITE RPA108R.
           GO TO R5003.
       R5009.
           CLOSE RPA108.
       R5099.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    The quarantined members still waiting for a decision,      *
      *    then the totals                                            *
      *****************************************************************
       R6001.
           MOVE  SO48-BLNK TO RPA150R.
           PERFORM R85.
           MOVE 'QUARANTINED MEMBERS AWAITING SIGN-OFF' TO SO44-TXT.
           MOVE  SO43-TXT TO RPA150R.
           PERFORM R85.
           MOVE  1 TO SO67-SUB.
       R6003.
           IF    SO67-SUB GREATER SO66-CNT
                 GO TO R6005.
           IF    SO63-DSP (SO67-SUB) EQUAL 'Q'
           AND   SO65-DEC (SO67-SUB) NOT EQUAL 'R'
                 ADD   1 TO SO15-OPEN
                 MOVE  SPACE TO SO44-TXT
                 STRING '  '                 DELIMITED BY SIZE
                        SO61-MBR (SO67-SUB)  DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        SO62-LIB (SO67-SUB)  DELIMITED BY SIZE
                        INTO SO44-TXT
                 MOVE  SO43-TXT TO RPA150R
                 PERFORM R85.
           ADD   1 TO SO67-SUB.
           GO TO R6003.
       R6005.
           MOVE  SO48-BLNK TO RPA150R.
           PERFORM R85.
           MOVE 'SIGN-OFF DECISIONS READ'         TO SO46-TXT.
           MOVE  SO11-READ TO SO47-VAL.
           PERFORM R67.
           MOVE '  APPROVED - OVERRIDE GRANTED'   TO SO46-TXT.
           MOVE  SO12-APR  TO SO47-VAL.
           PERFORM R67.
           MOVE '  REJECTED - STAYS QUARANTINED'  TO SO46-TXT.
           MOVE  SO13-REJ  TO SO47-VAL.
           PERFORM R67.
           MOVE '  REFUSED - NOTHING CHANGED'     TO SO46-TXT.
           MOVE  SO14-REF  TO SO47-VAL.
           PERFORM R67.
           MOVE 'QUARANTINED MEMBERS AWAITING SIGN-OFF' TO SO46-TXT.
           MOVE  SO15-OPEN TO SO47-VAL.
           PERFORM R67.
       R6099.
           EXIT.

       R67 SECTION.
      *****************************************************************
      *    Print one summary line                                     *
      *****************************************************************
       R6701.
           MOVE  SO45-SUM TO RPA150R.
           PERFORM R85.
       R6799.
           EXIT.

       R70 SECTION.
      *****************************************************************
      *    Print the decision on the register, with its reason        *
      *    underneath                                                 *
      *****************************************************************
       R7001.
           MOVE  MBR151   TO SO35-MBR.
           MOVE  LIB151   TO SO36-LIB.
           MOVE  DEC151   TO SO37-DEC.
           MOVE  USR151   TO SO38-USR.
           MOVE  SO08-SDT TO SO39-SDT.
           MOVE  SPACE    TO SO40-OUT.
           IF    SO09-WHY NOT EQUAL SPACE
                 STRING 'REFUSED - '  DELIMITED BY SIZE
                        SO09-WHY      DELIMITED BY SIZE
                        INTO SO40-OUT
                 GO TO R7003.
           IF    DEC151 EQUAL 'A'
                 MOVE 'APPROVED - DISPOSITION A, WILL SHIP' TO SO40-OUT
           ELSE
                 MOVE 'REJECTED - DISPOSITION Q' TO SO40-OUT.
       R7003.
           MOVE  SO34-DTL TO RPA150R.
           PERFORM R85.
           MOVE  RSN151   TO SO42-RSN.
           MOVE  SO41-RSN TO RPA150R.
           PERFORM R85.
       R7099.
           EXIT.

       R75 SECTION.
      *****************************************************************
      *    Log the decision to the manual-review log, so the review   *
      *    shows who overrode the gate - I0290 approved, I0300        *
      *    rejected, W0310 refused                                    *
      *****************************************************************
       R7501.
           MOVE  ' '      TO ODOBRT.
           MOVE  MBR151   TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           IF    SO09-WHY NOT EQUAL SPACE
                 MOVE  'W0310'  TO ODOBRC
                 STRING '***RPA*MESSAGE *** SIGN-OFF REFUSED - '
                                            DELIMITED BY SIZE
                        SO09-WHY            DELIMITED BY '  '
                        ' - REVIEWER '      DELIMITED BY SIZE
                        USR151              DELIMITED BY SPACE
                        INTO ODOBTX
                 GO TO R7503.
           IF    DEC151 EQUAL 'A'
                 MOVE  'I0290'  TO ODOBRC
                 STRING '***RPA*MESSAGE *** APPROVED OVERRIDE BY '
                                            DELIMITED BY SIZE
                        USR151              DELIMITED BY SPACE
                        ' - '               DELIMITED BY SIZE
                        RSN151              DELIMITED BY SIZE
                        INTO ODOBTX
           ELSE
                 MOVE  'I0300'  TO ODOBRC
                 STRING '***RPA*MESSAGE *** SIGN-OFF REJECTED BY '
                                            DELIMITED BY SIZE
                        USR151              DELIMITED BY SPACE
                        ' - '               DELIMITED BY SIZE
                        RSN151              DELIMITED BY SIZE
                        INTO ODOBTX.
       R7503.
           MOVE  ZERO     TO ODOBB1
                             ODOBB2
                             ODOBB3.
           WRITE RPA105R.
       R7599.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read next sign-off decision                                *
      *****************************************************************
       R8101.
           READ  RPA151 AT END
                 MOVE '1' TO SO01-EOF.
       R8199.
           EXIT.

       R85 SECTION.
      *****************************************************************
      *    Print a line, starting a new page when the page is full    *
      *****************************************************************
       R8501.
           IF    SO03-LINE GREATER 56
                 PERFORM R86.
           WRITE RPA150R.
           ADD   1 TO SO03-LINE.
       R8599.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Print the page heading                                     *
      *****************************************************************
       R8601.
           ADD   1         TO SO04-PAGE.
           MOVE  SO04-PAGE TO SO32-PAGE.
           MOVE  SO30-HDR1 TO RPA150R.
           WRITE RPA150R.
           MOVE  SO48-BLNK TO RPA150R.
           WRITE RPA150R.
           MOVE  SO33-HDR2 TO RPA150R.
           WRITE RPA150R.
           MOVE  3 TO SO03-LINE.
       R8699.
           EXIT.

       R88 SECTION.
      *****************************************************************
      *    Write the audit record of the decision - accepted or       *
      *    refused, appended, never rewritten, so the history cannot  *
      *    be edited away                                             *
      *****************************************************************
       R8801.
           MOVE  MBR151    TO MBR152.
           MOVE  LIB151    TO LIB152.
           MOVE  DEC151    TO DEC152.
           MOVE  USR151    TO USR152.
           MOVE  RSN151    TO RSN152.
           MOVE  SO08-SDT  TO SDT152.
           IF    SO09-WHY EQUAL SPACE
                 MOVE 'A' TO RES152
           ELSE
                 MOVE 'R' TO RES152.
           MOVE  SO09-WHY  TO WHY152.
           MOVE  SO05-CYC  TO CYC152.
           MOVE  SO06-DATE TO DAT152.
           MOVE  SO07-TIME TO TIM152.
           WRITE RPA152R.
       R8899.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program - load the disposition rows, the        *
      *    reconciled members and the members with an audit listing,  *
      *    mark the members the manifest shows shipped, and stamp     *
      *    the exception record once, as every RPA105 writer does     *
      *****************************************************************
       R9801.
           MOVE  ZERO TO SO04-PAGE
                         SO11-READ
                         SO12-APR
                         SO13-REJ
                         SO14-REF
                         SO15-OPEN
                         SO52-CNT
                         SO57-CNT
                         SO66-CNT.
           ACCEPT SO06-DATE FROM DATE.
           ACCEPT SO07-TIME FROM TIME.
           OPEN  INPUT RPA108.
           MOVE  ZERO  TO SO01-EOF.
       R9803.
           READ  RPA108 AT END
                 MOVE '1' TO SO01-EOF.
           IF    SO01-EOF EQUAL '1'
                 GO TO R9805.
           IF    SO66-CNT NOT LESS 500
                 GO TO R9803.
           ADD   1 TO SO66-CNT.
           MOVE  MBR108 TO SO61-MBR (SO66-CNT).
           MOVE  LIB108 TO SO62-LIB (SO66-CNT).
           MOVE  DSP108 TO SO63-DSP (SO66-CNT).
           MOVE  SPACE  TO SO64-CHG (SO66-CNT)
                           SO65-DEC (SO66-CNT)
                           SO68-SHP (SO66-CNT).
           GO TO R9803.
       R9805.
           CLOSE RPA108.
           OPEN  INPUT RPA119.
           MOVE  ZERO  TO SO01-EOF.
       R9807.
           READ  RPA119 AT END
                 MOVE '1' TO SO01-EOF.
           IF    SO01-EOF EQUAL '1'
                 GO TO R9809.
           IF    TYP119 NOT EQUAL 'M'
                 GO TO R9807.
           IF    SO52-CNT NOT LESS 500
                 GO TO R9807.
           ADD   1 TO SO52-CNT.
           MOVE  NAM119 TO SO51-MBR (SO52-CNT).
           GO TO R9807.
       R9809.
           CLOSE RPA119.
      *    Each member section of the listing starts with its
      *    heading line - the continuation pages repeat it
           OPEN  INPUT RPA132.
           MOVE  ZERO  TO SO01-EOF.
       R9811.
           READ  RPA132 AT END
                 MOVE '1' TO SO01-EOF.
           IF    SO01-EOF EQUAL '1'
                 GO TO R9815.
           IF    HDR132 NOT EQUAL 'MEMBER: '
                 GO TO R9811.
           MOVE  1 TO SO58-SUB.
       R9813.
           IF    SO58-SUB GREATER SO57-CNT
                 GO TO R9814.
           IF    SO56-MBR (SO58-SUB) EQUAL MBR132
                 GO TO R9811.
           ADD   1 TO SO58-SUB.
           GO TO R9813.
       R9814.
           IF    SO57-CNT NOT LESS 500
                 GO TO R9811.
           ADD   1 TO SO57-CNT.
           MOVE  MBR132 TO SO56-MBR (SO57-CNT).
           GO TO R9811.
       R9815.
           CLOSE RPA132.
           OPEN  INPUT RPA137.
           MOVE  ZERO  TO SO01-EOF.
       R9817.
           READ  RPA137 AT END
                 MOVE '1' TO SO01-EOF.
           IF    SO01-EOF EQUAL '1'
                 GO TO R9821.
           MOVE  1 TO SO67-SUB.
       R9819.
           IF    SO67-SUB GREATER SO66-CNT
                 GO TO R9817.
           IF    SO61-MBR (SO67-SUB) EQUAL MBR137
           AND   SO62-LIB (SO67-SUB) EQUAL LIB137
                 MOVE '1' TO SO68-SHP (SO67-SUB).
           ADD   1 TO SO67-SUB.
           GO TO R9819.
       R9821.
           CLOSE RPA137.
           MOVE  1 TO SO05-CYC.
           OPEN  INPUT RPA103.
           MOVE  ZERO  TO SO01-EOF.
           READ  RPA103 AT END
                 MOVE '1' TO SO01-EOF.
           IF    SO01-EOF NOT EQUAL '1'
           AND   CYC103  GREATER ZERO
                 MOVE CYC103 TO SO05-CYC.
           CLOSE RPA103.
           OPEN  EXTEND RPA105.
           MOVE  SO05-CYC  TO ODOBCY.
           MOVE  SO06-DATE TO ODOBDT.
           OPEN  EXTEND RPA152.
           MOVE  SO06-DATE TO SO31-DATE.
           OPEN  OUTPUT RPA150.
           PERFORM R86.
           OPEN  INPUT RPA151.
           MOVE  ZERO TO SO01-EOF.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - log a job summary row: approved, rejected, *
      *    refused.  A refused decision ends with return code 8       *
      *****************************************************************
       R9901.
           MOVE  'S'      TO ODOBRT.
           MOVE  SPACE    TO ODOBRC.
           MOVE  'RPA150'  TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           MOVE  SO12-APR TO ODOBB1.
           MOVE  SO13-REJ TO ODOBB2.
           MOVE  SO14-REF TO ODOBB3.
           WRITE RPA105R.
           IF    SO14-REF GREATER ZERO
                 MOVE 8 TO RETURN-CODE.
           CLOSE RPA151
                 RPA152
                 RPA105
                 RPA150.
       R9999.
           EXIT.
