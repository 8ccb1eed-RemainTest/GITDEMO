       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA147.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA147 - Structural check of the merged source    *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    RPA119 proves every customization line reached RPA115,     *
      *    not that the result still compiles.  For every member in   *
      *    the list (RPA110) this program scans the merged output     *
      *    (RPA115 - without its 'M' message rows and the 'R' lines   *
      *    the vendor deleted) for the structural damage a merge can  *
      *    do to a COBOL source:                                      *
      *      E0200  a customization line landing between a line and   *
      *             its continuation (indicator '-')                  *
      *      E0210  an inserted paragraph or section name the new     *
      *             release also defines in the same scope            *
      *      W0220  an inserted paragraph name the new release also   *
      *             defines in another section                        *
      *      E0230  a replace block's replacement lines opening with  *
      *             a period or scope terminator, or ending a         *
      *             sentence the next line still terminates           *
      *      W0240  a period or scope terminator straight after a     *
      *             replace block - the statement it closed may have  *
      *             gone with the old lines                           *
      *      E0250  a character that is no valid indicator in the     *
      *             indicator column                                  *
      *      W0260  more inserted names than the name table holds     *
      *    Each finding is logged to the manual-review log (RPA105)   *
      *    with the RPA115 record position in ODOBB1 and the line's   *
      *    sequence number in ODOBB2.  A member with any E finding    *
      *    is forced to 'Q' in the disposition file (RPA108), as      *
      *    RPA131 does for a failed reconciliation, so the compile    *
      *    job cannot pick it up.  It runs between the RPA119         *
      *    reconciliation and the RPA121 finalization - the           *
      *    positions are those RPA121 will renumber.                  *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA110 ASSIGN TO DATABASE-RPA110.
           SELECT RPA115 ASSIGN TO SC28-OUTF.
           SELECT RPA108 ASSIGN TO DATABASE-RPA108.
           SELECT RPA105 ASSIGN TO DATABASE-RPA105.
           SELECT RPA103 ASSIGN TO DATABASE-RPA103.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    LIBUSRSRC member list that was merged this run             *
      *****************************************************************
       FD  RPA110
           LABEL RECORDS ARE STANDARD.
       01  RPA110R.
           03  MBR110                        PIC X(10).
           03  LIB110                        PIC X(10).

      *****************************************************************
      *    Merged intermediate source file                            *
      *****************************************************************
       FD  RPA115
           LABEL RECORDS ARE STANDARD.
       01  RPA115R.
           03  SEQ115                        PIC X(06).
           03  CHG115                        PIC X(01).
           03  BLK115                        PIC X(01).
           03  DTA115                        PIC X(114).
           03  KEY115                        PIC X(80).
           03  ORG115                        PIC X(06).
           03  DAT115                        PIC X(06).
           03  REF115                        PIC X(06).

      *****************************************************************
      *    Member disposition written by the merge driver - the       *
      *    compile job picks up the 'P' members only                  *
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
      *    Names of sources that should be checked manually           *
      *****************************************************************
       FD  RPA105
           LABEL RECORDS ARE STANDARD.
       01  RPA105R.
           COPY DDS-ALL-FORMATS OF RPA105.

      *****************************************************************
      *    Cycle control - the release cycle number, stamped into     *
      *    every exception row this run writes                        *
      *****************************************************************
       FD  RPA103
           LABEL RECORDS ARE STANDARD.
       01  RPA103R.
           03  CYC103                        PIC 9(04).
           03  FILLER                        PIC X(06).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  SC01-19.
           03  SC01-EOF                      PIC X(01).
           03  SC02-EOF                      PIC X(01).
      *            RPA115 record position of the line in hand         *
           03  SC03-POS                      PIC 9(06).
      *            The PROCEDURE DIVISION header has been passed      *
           03  SC04-PROC                     PIC X(01).
      *            Section the line in hand belongs to                *
           03  SC05-SECT                     PIC X(30).
      *            A code line precedes the line in hand, and it was  *
      *            a customization line                               *
           03  SC06-PANY                     PIC X(01).
           03  SC07-PINS                     PIC X(01).
      *            Inside a replace block's replacement lines, the    *
      *            block's key, and whether its last code line ended  *
      *            a sentence                                         *
           03  SC08-INC                      PIC X(01).
           03  SC09-BKEY                     PIC X(80).
           03  SC10-LPER                     PIC X(01).
      *            The member has an error-severity finding           *
           03  SC11-ERR                      PIC X(01).
      *            Release cycle and run date, stamped into every     *
      *            exception row                                      *
           03  SC12-CYC                      PIC 9(04).
           03  SC13-DATE                     PIC 9(06).
      *            Job totals - members checked, findings, members    *
      *            quarantined                                        *
           03  SC14-MBRS                     PIC S9(07)  COMP-3.
           03  SC15-FND                      PIC S9(07)  COMP-3.
           03  SC16-QUA                      PIC S9(07)  COMP-3.
      *            The name table overflowed for this member          *
           03  SC17-FULL                     PIC X(01).
      *            Last non-blank character of the code area          *
           03  SC18-LAST                     PIC X(01).
      *            Sequence number of the line in hand, when numeric  *
           03  SC19-SEQ                      PIC 9(06).
       01  SC20-29.
      *            Finding being logged - reason code (its first      *
      *            character the severity), text, position and        *
      *            sequence number                                    *
           03  SC20-RC.
               05  SC20-SEV                  PIC X(01).
               05  FILLER                    PIC X(04).
           03  SC21-TXT                      PIC X(60).
           03  SC22-POS                      PIC 9(06).
           03  SC23-SEQ                      PIC 9(06).
      *            Per-member file override, built as RPA116 - R95    *
      *            builds it                                          *
           03  SC28-OUTF                     PIC X(40).

      *****************************************************************
      *    The line in hand, in COBOL reference format - sequence     *
      *    area, indicator column and the code area, columns 8-72     *
      *****************************************************************
       01  SC30-LINE.
           03  FILLER                        PIC X(06).
           03  SC31-IND                      PIC X(01).
           03  SC32-CODE.
               05  SC33-CH  OCCURS 65        PIC X(01).
           03  FILLER                        PIC X(42).

      *****************************************************************
      *    First two words of the code area, and the name the line    *
      *    defines (a paragraph name, or a section name)              *
      *****************************************************************
       01  SC34-49.
           03  SC34-W1.
               05  SC34-C1  OCCURS 30        PIC X(01).
           03  SC35-W1P REDEFINES SC34-W1.
               05  SC35-PFX                  PIC X(04).
               05  FILLER                    PIC X(26).
           03  SC36-W2.
               05  SC36-C2  OCCURS 30        PIC X(01).
           03  SC37-L1                       PIC S9(04)  COMP-3.
           03  SC38-L2                       PIC S9(04)  COMP-3.
           03  SC39-SUB                      PIC S9(04)  COMP-3.
           03  SC40-NAM.
               05  SC40-NC  OCCURS 30        PIC X(01).
      *            The name is a section name                         *
           03  SC41-ISEC                     PIC X(01).
      *            Scope recorded with a section name - sections are  *
      *            only compared with sections                        *
           03  SC42-SSEC                     PIC X(30)
                                             VALUE '*SECTION'.

      *****************************************************************
      *    Names the member's customization lines define, with the    *
      *    scope each is defined in and where - compared with the     *
      *    names of the new release lines in the second pass          *
      *****************************************************************
       01  SC50-TABLE.
           03  SC50-ENT  OCCURS 500.
               05  SC51-NAM                  PIC X(30).
               05  SC52-SEC                  PIC X(30).
               05  SC53-POS                  PIC 9(06).
               05  SC54-SEQ                  PIC 9(06).
               05  SC55-HIT                  PIC X(01).
       01  SC56-57.
           03  SC56-CNT                      PIC S9(04)  COMP-3.
           03  SC57-SUB                      PIC S9(04)  COMP-3.

      *****************************************************************
      *    Members with an error-severity finding, quarantined in     *
      *    the disposition file at the end                            *
      *****************************************************************
       01  SC60-TABLE.
           03  SC60-ENT  OCCURS 500.
               05  SC61-MBR                  PIC X(10).
               05  SC62-LIB                  PIC X(10).
       01  SC63-64.
           03  SC63-CNT                      PIC S9(04)  COMP-3.
           03  SC64-SUB                      PIC S9(04)  COMP-3.
      /
       PROCEDURE DIVISION.
       DECLARATIVES.
       DCL-INP SECTION.
           USE AFTER ERROR PROCEDURE ON INPUT.
       DCL-INP01.
       DCL-INP99.
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
           IF    SC01-EOF EQUAL '1'
                 GO TO R0005.
           PERFORM R10.
           PERFORM R81.
           GO TO R0003.
       R0005.
      *    Quarantine the members with error findings
           IF    SC63-CNT GREATER ZERO
                 PERFORM R50.
       R0009.
           PERFORM R99.
       R0099.
      *    GOBACK, not STOP RUN - called as a step by the pipeline
      *    orchestrator (RPA130) this returns for the next step, and
      *    run standalone it still ends the job
           GOBACK.

       R10 SECTION.
      *****************************************************************
      *    Check one member - the first pass checks every line and    *
      *    collects the inserted names, the second compares the new   *
      *    release's names with them                                  *
      *****************************************************************
       R1001.
           ADD   1     TO SC14-MBRS.
           MOVE  SPACE TO SC11-ERR
                          SC17-FULL.
           MOVE  ZERO  TO SC56-CNT.
           PERFORM R95.
           PERFORM R20.
           IF    SC56-CNT GREATER ZERO
                 PERFORM R40.
           IF    SC11-ERR NOT EQUAL '1'
                 GO TO R1099.
           IF    SC63-CNT NOT LESS 500
                 MOVE  ' '      TO ODOBRT
                 MOVE  'E0150'  TO ODOBRC
                 MOVE  MBR110   TO ODOBNM
                 MOVE '***RPA*MESSAGE *** FAILED MEMBER TABLE FULL - MEM
      -       'BER NOT QUARANTINED'
                                TO ODOBTX
                 MOVE  ZERO     TO ODOBB1
                                   ODOBB2
                                   ODOBB3
                 WRITE RPA105R
                 GO TO R1099.
           ADD   1 TO SC63-CNT.
           MOVE  MBR110 TO SC61-MBR (SC63-CNT).
           MOVE  LIB110 TO SC62-LIB (SC63-CNT).
       R1099.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    First pass over the merged output                          *
      *****************************************************************
       R2001.
           OPEN  INPUT RPA115.
           MOVE  ZERO  TO SC02-EOF
                          SC03-POS.
           MOVE  SPACE TO SC04-PROC
                          SC05-SECT
                          SC06-PANY
                          SC07-PINS
                          SC08-INC
                          SC09-BKEY
                          SC10-LPER.
       R2003.
           READ  RPA115 AT END
                 MOVE '1' TO SC02-EOF.
           IF    SC02-EOF EQUAL '1'
                 GO TO R2009.
           ADD   1 TO SC03-POS.
           IF    CHG115 EQUAL 'M'
           OR    CHG115 EQUAL 'R'
                 GO TO R2003.
           PERFORM R30.
           GO TO R2003.
       R2009.
           CLOSE RPA115.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Check one source line.  Comment and blank lines only get   *
      *    the indicator check - they may sit anywhere, even between  *
      *    a line and its continuation                                *
      *****************************************************************
       R3001.
           MOVE  DTA115 TO SC30-LINE.
           IF    SC31-IND NOT EQUAL SPACE
           AND   SC31-IND NOT EQUAL '*'
           AND   SC31-IND NOT EQUAL '/'
           AND   SC31-IND NOT EQUAL '-'
           AND   SC31-IND NOT EQUAL 'D'
           AND   SC31-IND NOT EQUAL 'd'
                 MOVE 'E0250' TO SC20-RC
                 MOVE 'INVALID CHARACTER IN INDICATOR COLUMN'
                              TO SC21-TXT
                 PERFORM R86
                 GO TO R3099.
           IF    SC31-IND EQUAL '*'
           OR    SC31-IND EQUAL '/'
                 GO TO R3099.
           IF    SC32-CODE EQUAL SPACE
                 GO TO R3099.
           PERFORM R80.
      *    --------------------------------------------------
      *    A continuation must continue a line of its own kind
      *    --------------------------------------------------
           IF    SC31-IND EQUAL '-'
                 IF   SC06-PANY EQUAL '1'
                 AND ((CHG115 EQUAL 'I' AND SC07-PINS NOT EQUAL '1')
                 OR   (CHG115 NOT EQUAL 'I' AND SC07-PINS EQUAL '1'))
                      MOVE 'E0200' TO SC20-RC
                      MOVE 'CUSTOMIZATION SPLITS A LINE FROM ITS CONTINU
      -               'ATION'      TO SC21-TXT
                      PERFORM R86.
           IF    SC31-IND NOT EQUAL '-'
                 PERFORM R35.
      *    --------------------------------------------------
      *    Names defined from the PROCEDURE DIVISION on
      *    --------------------------------------------------
           IF    SC04-PROC NOT EQUAL '1'
                 IF   SC31-IND EQUAL SPACE
                 AND  SC34-W1 EQUAL 'PROCEDURE'
                 AND (SC36-W2 EQUAL 'DIVISION'
                 OR   SC36-W2 EQUAL 'DIVISION.')
                      MOVE '1' TO SC04-PROC
                      GO TO R3005
                 ELSE
                      GO TO R3005.
           PERFORM R82.
           IF    SC40-NAM EQUAL SPACE
                 GO TO R3005.
           IF    SC41-ISEC EQUAL '1'
                 MOVE SC40-NAM TO SC05-SECT.
           IF    CHG115 EQUAL 'I'
                 PERFORM R38.
       R3005.
           MOVE  '1' TO SC06-PANY.
           IF    CHG115 EQUAL 'I'
                 MOVE '1'   TO SC07-PINS
           ELSE
                 MOVE SPACE TO SC07-PINS.
       R3099.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Replace block boundaries.  The first code line of a        *
      *    block's replacement lines may not open with a period or a  *
      *    scope terminator - nothing in the block is open for it to  *
      *    close.  The first code line after the block may, but when  *
      *    the block's last line ended a sentence it closes nothing   *
      *    (E), and otherwise it is flagged for a look (W) - the      *
      *    statement it closed may have been in the old lines         *
      *****************************************************************
       R3501.
           PERFORM R84.
           IF    CHG115 EQUAL 'I'
           AND   BLK115 EQUAL 'C'
                 GO TO R3505.
           IF    SC08-INC NOT EQUAL '1'
                 GO TO R3599.
           MOVE  SPACE TO SC08-INC.
           IF    SC34-W1 NOT EQUAL '.'
           AND   SC35-PFX NOT EQUAL 'END-'
                 GO TO R3599.
           IF    SC10-LPER EQUAL '1'
                 MOVE 'E0230' TO SC20-RC
                 MOVE 'TERMINATOR AFTER A REPLACE BLOCK CLOSES NOTHING'
                              TO SC21-TXT
           ELSE
                 MOVE 'W0240' TO SC20-RC
                 MOVE 'TERMINATOR AFTER A REPLACE BLOCK - CHECK STATEMEN
      -          'T'          TO SC21-TXT.
           PERFORM R86.
           GO TO R3599.
       R3505.
           IF    SC08-INC EQUAL '1'
           AND   KEY115 EQUAL SC09-BKEY
                 GO TO R3507.
           MOVE  '1'    TO SC08-INC.
           MOVE  KEY115 TO SC09-BKEY.
           IF    SC34-W1 EQUAL '.'
           OR    SC35-PFX EQUAL 'END-'
                 MOVE 'E0230' TO SC20-RC
                 MOVE 'REPLACE BLOCK OPENS WITH A PERIOD OR TERMINATOR'
                              TO SC21-TXT
                 PERFORM R86.
       R3507.
           IF    SC18-LAST EQUAL '.'
                 MOVE '1'   TO SC10-LPER
           ELSE
                 MOVE SPACE TO SC10-LPER.
       R3599.
           EXIT.

       R38 SECTION.
      *****************************************************************
      *    Add an inserted name to the member's name table            *
      *****************************************************************
       R3801.
           IF    SC56-CNT NOT LESS 500
                 IF   SC17-FULL NOT EQUAL '1'
                      MOVE '1'     TO SC17-FULL
                      MOVE 'W0260' TO SC20-RC
                      MOVE 'INSERTED NAME TABLE FULL - NOT ALL NAMES CHE
      -               'CKED'       TO SC21-TXT
                      PERFORM R86
                      GO TO R3899
                 ELSE
                      GO TO R3899.
           ADD   1 TO SC56-CNT.
           MOVE  SC40-NAM  TO SC51-NAM (SC56-CNT).
           IF    SC41-ISEC EQUAL '1'
                 MOVE SC42-SSEC TO SC52-SEC (SC56-CNT)
           ELSE
                 MOVE SC05-SECT TO SC52-SEC (SC56-CNT).
           MOVE  SC03-POS  TO SC53-POS (SC56-CNT).
           PERFORM R83.
           MOVE  SC19-SEQ  TO SC54-SEQ (SC56-CNT).
           MOVE  SPACE     TO SC55-HIT (SC56-CNT).
       R3899.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Second pass - the names the new release lines define,      *
      *    compared with the inserted names                           *
      *****************************************************************
       R4001.
           OPEN  INPUT RPA115.
           MOVE  ZERO  TO SC02-EOF.
           MOVE  SPACE TO SC04-PROC
                          SC05-SECT.
       R4003.
           READ  RPA115 AT END
                 MOVE '1' TO SC02-EOF.
           IF    SC02-EOF EQUAL '1'
                 GO TO R4009.
           IF    CHG115 EQUAL 'M'
           OR    CHG115 EQUAL 'R'
                 GO TO R4003.
           MOVE  DTA115 TO SC30-LINE.
           IF    SC31-IND NOT EQUAL SPACE
           OR    SC32-CODE EQUAL SPACE
                 GO TO R4003.
           PERFORM R80.
           IF    SC04-PROC NOT EQUAL '1'
                 IF   SC34-W1 EQUAL 'PROCEDURE'
                 AND (SC36-W2 EQUAL 'DIVISION'
                 OR   SC36-W2 EQUAL 'DIVISION.')
                      MOVE '1' TO SC04-PROC
                      GO TO R4003
                 ELSE
                      GO TO R4003.
           PERFORM R82.
           IF    SC40-NAM EQUAL SPACE
                 GO TO R4003.
           IF    SC41-ISEC EQUAL '1'
                 MOVE SC40-NAM TO SC05-SECT.
           IF    CHG115 NOT EQUAL 'I'
                 PERFORM R45.
           GO TO R4003.
       R4009.
           CLOSE RPA115.
       R4099.
           EXIT.

       R45 SECTION.
      *****************************************************************
      *    Compare one new release name with the inserted names -     *
      *    each inserted name is reported once, at its own position   *
      *****************************************************************
       R4501.
           MOVE  1 TO SC57-SUB.
       R4503.
           IF    SC57-SUB GREATER SC56-CNT
                 GO TO R4599.
           IF    SC51-NAM (SC57-SUB) NOT EQUAL SC40-NAM
           OR    SC55-HIT (SC57-SUB) EQUAL 'E'
                 GO TO R4507.
           MOVE  SC53-POS (SC57-SUB) TO SC22-POS.
           MOVE  SC54-SEQ (SC57-SUB) TO SC23-SEQ.
           IF    SC41-ISEC EQUAL '1'
                 IF   SC52-SEC (SC57-SUB) EQUAL SC42-SSEC
                      GO TO R4505
                 ELSE
                      GO TO R4507.
           IF    SC52-SEC (SC57-SUB) EQUAL SC42-SSEC
                 GO TO R4507.
           IF    SC52-SEC (SC57-SUB) EQUAL SC05-SECT
                 GO TO R4505.
           IF    SC55-HIT (SC57-SUB) NOT EQUAL SPACE
                 GO TO R4507.
           MOVE  'W' TO SC55-HIT (SC57-SUB).
           MOVE  'W0220' TO SC20-RC.
           MOVE  SPACE   TO SC21-TXT.
           STRING 'INSERTED PARAGRAPH ' DELIMITED BY SIZE
                  SC40-NAM              DELIMITED BY SPACE
                  ' ALSO IN ANOTHER SECTION' DELIMITED BY SIZE
                  INTO SC21-TXT.
           PERFORM R87.
           GO TO R4507.
       R4505.
           MOVE  'E' TO SC55-HIT (SC57-SUB).
           MOVE  'E0210' TO SC20-RC.
           MOVE  SPACE   TO SC21-TXT.
           STRING 'INSERTED NAME '      DELIMITED BY SIZE
                  SC40-NAM              DELIMITED BY SPACE
                  ' ALSO DEFINED BY THE NEW RELEASE'
                                        DELIMITED BY SIZE
                  INTO SC21-TXT.
           PERFORM R87.
       R4507.
           ADD   1 TO SC57-SUB.
           GO TO R4503.
       R4599.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Force the members with error findings to 'Q' in place -    *
      *    only their rows are touched, as RPA131 does                *
      *****************************************************************
       R5001.
           OPEN  I-O   RPA108.
           MOVE  ZERO  TO SC02-EOF.
       R5003.
           READ  RPA108 AT END
                 MOVE '1' TO SC02-EOF.
           IF    SC02-EOF EQUAL '1'
                 GO TO R5009.
           MOVE  1 TO SC64-SUB.
       R5005.
           IF    SC64-SUB GREATER SC63-CNT
                 GO TO R5003.
           IF    SC61-MBR (SC64-SUB) EQUAL MBR108
           AND   SC62-LIB (SC64-SUB) EQUAL LIB108
                 MOVE 'Q' TO DSP108
                 REWRITE RPA108R
                 GO TO R5003.
           ADD   1 TO SC64-SUB.
           GO TO R5005.
       R5009.
           CLOSE RPA108.
       R5099.
           EXIT.

       R80 SECTION.
      *****************************************************************
      *    Split the first two words off the code area                *
      *****************************************************************
       R8001.
           MOVE  SPACE TO SC34-W1
                          SC36-W2.
           MOVE  ZERO  TO SC37-L1
                          SC38-L2.
           MOVE  1     TO SC39-SUB.
       R8003.
           IF    SC39-SUB GREATER 65
                 GO TO R8099.
           IF    SC33-CH (SC39-SUB) EQUAL SPACE
                 ADD  1 TO SC39-SUB
                 GO TO R8003.
       R8005.
           IF    SC39-SUB GREATER 65
                 GO TO R8099.
           IF    SC33-CH (SC39-SUB) EQUAL SPACE
                 GO TO R8007.
           IF    SC37-L1 LESS 30
                 ADD  1 TO SC37-L1
                 MOVE SC33-CH (SC39-SUB) TO SC34-C1 (SC37-L1).
           ADD   1 TO SC39-SUB.
           GO TO R8005.
       R8007.
           IF    SC39-SUB GREATER 65
                 GO TO R8099.
           IF    SC33-CH (SC39-SUB) EQUAL SPACE
                 ADD  1 TO SC39-SUB
                 GO TO R8007.
       R8009.
           IF    SC39-SUB GREATER 65
                 GO TO R8099.
           IF    SC33-CH (SC39-SUB) EQUAL SPACE
                 GO TO R8099.
           IF    SC38-L2 LESS 30
                 ADD  1 TO SC38-L2
                 MOVE SC33-CH (SC39-SUB) TO SC36-C2 (SC38-L2).
           ADD   1 TO SC39-SUB.
           GO TO R8009.
       R8099.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read next member to be checked                             *
      *****************************************************************
       R8101.
           READ  RPA110 AT END
                 MOVE '1' TO SC01-EOF.
       R8199.
           EXIT.

       R82 SECTION.
      *****************************************************************
      *    The name the line defines, if any - a word starting in     *
      *    area A followed by SECTION is a section name, a word       *
      *    starting in area A and ending in a period a paragraph      *
      *    name                                                       *
      *****************************************************************
       R8201.
           MOVE  SPACE TO SC40-NAM
                          SC41-ISEC.
           IF    SC31-IND NOT EQUAL SPACE
           OR    SC33-CH (1) EQUAL SPACE
                 GO TO R8299.
           IF    SC36-W2 EQUAL 'SECTION'
           OR    SC36-W2 EQUAL 'SECTION.'
                 MOVE SC34-W1 TO SC40-NAM
                 MOVE '1'     TO SC41-ISEC
                 GO TO R8299.
           IF    SC37-L1 LESS 2
                 GO TO R8299.
           IF    SC34-C1 (SC37-L1) NOT EQUAL '.'
                 GO TO R8299.
           IF    SC34-W1 EQUAL 'DECLARATIVES.'
                 GO TO R8299.
           MOVE  SC34-W1 TO SC40-NAM.
           MOVE  SPACE   TO SC40-NC (SC37-L1).
       R8299.
           EXIT.

       R83 SECTION.
      *****************************************************************
      *    Sequence number of the line in hand - zero when the        *
      *    sequence field is not numeric                              *
      *****************************************************************
       R8301.
           IF    SEQ115 NUMERIC
                 MOVE SEQ115 TO SC19-SEQ
           ELSE
                 MOVE ZERO   TO SC19-SEQ.
       R8399.
           EXIT.

       R84 SECTION.
      *****************************************************************
      *    Last non-blank character of the code area                  *
      *****************************************************************
       R8401.
           MOVE  SPACE TO SC18-LAST.
           MOVE  65    TO SC39-SUB.
       R8403.
           IF    SC39-SUB LESS 1
                 GO TO R8499.
           IF    SC33-CH (SC39-SUB) EQUAL SPACE
                 SUBTRACT 1 FROM SC39-SUB
                 GO TO R8403.
           MOVE  SC33-CH (SC39-SUB) TO SC18-LAST.
       R8499.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Log a finding on the line in hand                          *
      *****************************************************************
       R8601.
           MOVE  SC03-POS TO SC22-POS.
           PERFORM R83.
           MOVE  SC19-SEQ TO SC23-SEQ.
           PERFORM R87.
       R8699.
           EXIT.

       R87 SECTION.
      *****************************************************************
      *    Log a finding to the manual-review log - an E finding      *
      *    quarantines the member                                     *
      *****************************************************************
       R8701.
           ADD   1 TO SC15-FND.
           IF    SC20-SEV EQUAL 'E'
                 MOVE '1' TO SC11-ERR.
           MOVE  ' '      TO ODOBRT.
           MOVE  SC20-RC  TO ODOBRC.
           MOVE  MBR110   TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           STRING '***RPA*MESSAGE *** ' DELIMITED BY SIZE
                  SC21-TXT              DELIMITED BY '  '
                  ' - RPA115 RECORD '   DELIMITED BY SIZE
                  SC22-POS              DELIMITED BY SIZE
                  INTO ODOBTX.
           MOVE  SC22-POS TO ODOBB1.
           MOVE  SC23-SEQ TO ODOBB2.
           MOVE  ZERO     TO ODOBB3.
           WRITE RPA105R.
       R8799.
           EXIT.

       R95 SECTION.
      *****************************************************************
      *    Build this member's merged output override - the name R95  *
      *    of RPA116 builds                                           *
      *****************************************************************
       R9501.
           MOVE  SPACE  TO SC28-OUTF.
           STRING 'DATABASE-' DELIMITED BY SIZE
                  MBR110      DELIMITED BY SPACE
                  '-RPA115'   DELIMITED BY SIZE
                  INTO SC28-OUTF.
       R9599.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program                                         *
      *****************************************************************
       R9801.
           MOVE  ZERO TO SC14-MBRS
                         SC15-FND
                         SC16-QUA
                         SC63-CNT.
           OPEN  EXTEND RPA105.
      *    Read the release cycle (first cycle when the control file
      *    is empty) and stamp it, with the run date, into the
      *    exception record once
           MOVE  1 TO SC12-CYC.
           OPEN  INPUT RPA103.
           MOVE  ZERO  TO SC01-EOF.
           READ  RPA103 AT END
                 MOVE '1' TO SC01-EOF.
           IF    SC01-EOF NOT EQUAL '1'
           AND   CYC103  GREATER ZERO
                 MOVE CYC103 TO SC12-CYC.
           CLOSE RPA103.
           ACCEPT SC13-DATE FROM DATE.
           MOVE  SC12-CYC  TO ODOBCY.
           MOVE  SC13-DATE TO ODOBDT.
           OPEN  INPUT RPA110.
           MOVE  ZERO  TO SC01-EOF.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - log a job summary row: members checked,    *
      *    findings, members quarantined                              *
      *****************************************************************
       R9901.
           MOVE  SC63-CNT TO SC16-QUA.
           MOVE  'S'      TO ODOBRT.
           MOVE  SPACE    TO ODOBRC.
           MOVE  'RPA147'  TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           MOVE  SC14-MBRS TO ODOBB1.
           MOVE  SC15-FND TO ODOBB2.
           MOVE  SC16-QUA TO ODOBB3.
           WRITE RPA105R.
           CLOSE RPA110
                 RPA105.
       R9999.
           EXIT.
