       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA153.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA153 - Shared customization drift report        *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    The same customization is often carried in several members *
      *    - one validation inserted into a dozen programs - and      *
      *    nothing showed when one copy got a fix in LIBUSRSRC and    *
      *    the others did not.  This program reads the master         *
      *    cross-reference (RPA109) RPA128 builds, which holds the    *
      *    copies of a key together, and for every key carried by     *
      *    more than one member or library re-reads the block of each *
      *    copy: its keyed lines in the member's LIBUSRSRC source     *
      *    (RPA113), compared from the indicator column on so         *
      *    sequence numbers do not count, and the inserted lines the  *
      *    merge shipped for the key in its merged output (RPA115).   *
      *    The copy with the latest DAT113 is named as the likely     *
      *    reference version; a copy whose lines differ from it in    *
      *    number, change code or source is reported as drifted, and  *
      *    printed side by side with the reference with an asterisk   *
      *    against every differing line.  A copy whose member no      *
      *    longer carries the block is listed as such.  The totals    *
      *    count the keys compared, consistent and drifted.           *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA109 ASSIGN TO DATABASE-RPA109
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY IS KEY109 WITH DUPLICATES.
           SELECT OPTIONAL RPA113 ASSIGN TO DR30-LIBF.
           SELECT OPTIONAL RPA115 ASSIGN TO DR31-OUTF.
           SELECT RPA153 ASSIGN TO DATABASE-RPA153.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Master cross-reference built by RPA128                     *
      *****************************************************************
       FD  RPA109
           LABEL RECORDS ARE STANDARD.
       01  RPA109R.
           03  KEY109.
               05  XKY109                    PIC X(80).
               05  XMB109                    PIC X(10).
               05  XLB109                    PIC X(10).
           03  CHG109                        PIC X(01).
           03  SEQ109                        PIC X(06).

      *****************************************************************
      *    Modified source file (LIBUSRSRC) of one copy - the block   *
      *    lines are compared from the indicator column on, so the    *
      *    sequence numbers of the copies do not count as drift       *
      *****************************************************************
       FD  RPA113
           LABEL RECORDS ARE STANDARD.
       01  RPA113R.
           03  SEQ113                        PIC X(06).
           03  CHG113                        PIC X(01).
           03  BLK113                        PIC X(01).
           03  DTA113.
               05  FILLER                    PIC X(06).
               05  COD113                    PIC X(66).
               05  FILLER                    PIC X(42).
           03  KEY113                        PIC X(80).
           03  ORG113                        PIC X(06).
           03  DAT113                        PIC X(06).
           03  REF113                        PIC X(06).

      *****************************************************************
      *    Merged output of one copy's member - the inserted lines    *
      *    the merge shipped for the key                              *
      *****************************************************************
       FD  RPA115
           LABEL RECORDS ARE STANDARD.
       01  RPA115R.
           03  SEQ115                        PIC X(06).
           03  CHG115                        PIC X(01).
           03  BLK115                        PIC X(01).
           03  DTA115.
               05  FILLER                    PIC X(06).
               05  COD115                    PIC X(66).
               05  FILLER                    PIC X(42).
           03  KEY115                        PIC X(80).
           03  ORG115                        PIC X(06).
           03  DAT115                        PIC X(06).
           03  REF115                        PIC X(06).

      *****************************************************************
      *    Printed drift report                                       *
      *****************************************************************
       FD  RPA153
           LABEL RECORDS ARE STANDARD.
       01  RPA153R                           PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  DR01-19.
           03  DR01-EOF                      PIC X(01).
           03  DR02-EOF                      PIC X(01).
      *            Line and page counters                             *
           03  DR03-LINE                     PIC S9(03)  COMP-3.
           03  DR04-PAGE                     PIC S9(05)  COMP-3.
      *            Run date                                           *
           03  DR05-DATE                     PIC 9(06).
      *            Customization key being compared, and the copy     *
      *            taken as its reference                             *
           03  DR06-KEY                      PIC X(80).
           03  DR07-REF                      PIC S9(04)  COMP-3.
      *            The key has drifted, and it has more copies than   *
      *            the copy table holds                               *
           03  DR08-DIF                      PIC X(01).
           03  DR09-OVF                      PIC X(01).
      *            Job totals                                         *
           03  DR10-KEYS                     PIC S9(07)  COMP-3.
           03  DR11-SHR                      PIC S9(07)  COMP-3.
           03  DR12-SAME                     PIC S9(07)  COMP-3.
           03  DR13-DRFT                     PIC S9(07)  COMP-3.
           03  DR14-CDIF                     PIC S9(07)  COMP-3.
           03  DR15-ONE                      PIC S9(07)  COMP-3.
           03  DR16-MISS                     PIC S9(07)  COMP-3.
       01  DR20-29.
      *            Text of the report line being built                *
           03  DR20-TXT                      PIC X(120).
      *            Reference line and copy line being set side by     *
      *            side - the change code, then the source from the   *
      *            indicator column on                                *
           03  DR21-LFT                      PIC X(67).
           03  DR22-LFTV REDEFINES DR21-LFT.
               05  DR23-LCHG                 PIC X(01).
               05  DR24-LCOD                 PIC X(66).
           03  DR25-RGT                      PIC X(67).
           03  DR26-RGTV REDEFINES DR25-RGT.
               05  DR27-RCHG                 PIC X(01).
               05  DR28-RCOD                 PIC X(66).
       01  DR30-39.
      *            Per-copy file overrides - the LIBUSRSRC source     *
      *            and the merged output                              *
           03  DR30-LIBF                     PIC X(40).
           03  DR31-OUTF                     PIC X(40).

      *****************************************************************
      *    Copies of the key in hand - one per member and library,    *
      *    with the latest DAT113 of its block, its line counts and   *
      *    its verdict ('R' reference, 'S' same, 'D' differs, 'M'     *
      *    block not in the LIBUSRSRC member)                         *
      *****************************************************************
       01  DR40-TABLE.
           03  DR40-ENT  OCCURS 50.
               05  DR41-MBR                  PIC X(10).
               05  DR42-LIB                  PIC X(10).
               05  DR43-DAT                  PIC X(06).
               05  DR44-N13                  PIC S9(05)  COMP-3.
               05  DR45-N15                  PIC S9(05)  COMP-3.
               05  DR48-STS                  PIC X(01).
       01  DR46-47.
           03  DR46-CNT                      PIC S9(04)  COMP-3.
           03  DR47-SUB                      PIC S9(04)  COMP-3.

      *****************************************************************
      *    Block lines of the reference copy - its LIBUSRSRC lines    *
      *    and its merged lines                                       *
      *****************************************************************
       01  DR50-TABLE.
           03  DR50-ENT  OCCURS 200.
               05  DR51-CHG                  PIC X(01).
               05  DR52-COD                  PIC X(66).
       01  DR55-TABLE.
           03  DR55-ENT  OCCURS 200.
               05  DR56-COD                  PIC X(66).
       01  DR57-59.
           03  DR57-N13R                     PIC S9(05)  COMP-3.
           03  DR58-N15R                     PIC S9(05)  COMP-3.
      *            Lines to set side by side                          *
           03  DR59-MAX                      PIC S9(05)  COMP-3.

      *****************************************************************
      *    Block lines of the copy in hand, loaded the same way       *
      *****************************************************************
       01  DR60-TABLE.
           03  DR60-ENT  OCCURS 200.
               05  DR61-CHG                  PIC X(01).
               05  DR62-COD                  PIC X(66).
       01  DR65-TABLE.
           03  DR65-ENT  OCCURS 200.
               05  DR66-COD                  PIC X(66).
       01  DR63-69.
           03  DR63-N13                      PIC S9(05)  COMP-3.
           03  DR68-N15                      PIC S9(05)  COMP-3.
           03  DR69-SUB                      PIC S9(05)  COMP-3.

      *****************************************************************
      *    Print lines                                                *
      *****************************************************************
       01  DR70-HDR1.
           03  FILLER                        PIC X(08)
                                             VALUE 'RPA153'.
           03  FILLER                        PIC X(40)
               VALUE 'SHARED CUSTOMIZATION DRIFT'.
           03  FILLER                        PIC X(26) VALUE SPACE.
           03  FILLER                        PIC X(06)
                                             VALUE 'DATE '.
           03  DR71-DATE                     PIC 99B99B99.
           03  FILLER                        PIC X(24) VALUE SPACE.
           03  FILLER                        PIC X(05)
                                             VALUE 'PAGE '.
           03  DR72-PAGE                     PIC ZZZZ9.
       01  DR73-MSG.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  DR74-TXT                      PIC X(120).
       01  DR75-HDR2.
           03  FILLER                        PIC X(132)
               VALUE ' MEMBER     LIBRARY    DAT113  RPA113 RPA115  STAT
      -        'US'.
       01  DR76-CPY.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  DR77-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  DR78-LIB                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  DR79-DAT                      PIC X(06).
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  DR80-N13                      PIC ZZZZZ9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  DR81-N15                      PIC ZZZZZ9.
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  DR82-STS                      PIC X(40).
       01  DR83-SBS.
           03  DR84-MRK                      PIC X(01).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  DR85-LCHG                     PIC X(01).
           03  DR86-LCOD                     PIC X(63).
           03  FILLER                        PIC X(01) VALUE '|'.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  DR87-RCHG                     PIC X(01).
           03  DR88-RCOD                     PIC X(63).
       01  DR89-SUM.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  DR90-TXT                      PIC X(40).
           03  DR91-VAL                      PIC ZZZZZZ9.
       01  DR92-BLNK                         PIC X(132) VALUE SPACE.
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
       END DECLARATIVES.
       R00 SECTION.
      *****************************************************************
      *    Mainline - the master is keyed on the customization key    *
      *    first, so the copies of a key arrive together              *
      *****************************************************************
       R0001.
           PERFORM R98.
       R0003.
           IF    DR01-EOF EQUAL '1'
                 GO TO R0009.
           PERFORM R10.
           GO TO R0003.
       R0009.
           PERFORM R70.
           PERFORM R99.
       R0099.
      *    GOBACK, not STOP RUN - callable behind RPA128 in the
      *    cross-reference job, and run standalone it still ends
      *    the job
           GOBACK.

       R10 SECTION.
      *****************************************************************
      *    Collect the copies of one key, and compare them when the   *
      *    key is shared by more than one member or library           *
      *****************************************************************
       R1001.
           ADD   1 TO DR10-KEYS.
           MOVE  XKY109 TO DR06-KEY.
           MOVE  ZERO   TO DR46-CNT.
           MOVE  SPACE  TO DR09-OVF.
       R1003.
           IF    DR01-EOF EQUAL '1'
                 GO TO R1005.
           IF    XKY109 NOT EQUAL DR06-KEY
                 GO TO R1005.
           PERFORM R15.
           PERFORM R81.
           GO TO R1003.
       R1005.
           IF    DR06-KEY EQUAL SPACE
                 GO TO R1099.
           IF    DR46-CNT LESS 2
                 ADD 1 TO DR15-ONE
                 GO TO R1099.
           PERFORM R20.
       R1099.
           EXIT.

       R15 SECTION.
      *****************************************************************
      *    Add the entry's member and library as a copy, once - a     *
      *    key has an entry per line it landed on                     *
      *****************************************************************
       R1501.
           MOVE  1 TO DR47-SUB.
       R1503.
           IF    DR47-SUB GREATER DR46-CNT
                 GO TO R1505.
           IF    DR41-MBR (DR47-SUB) EQUAL XMB109
           AND   DR42-LIB (DR47-SUB) EQUAL XLB109
                 GO TO R1599.
           ADD   1 TO DR47-SUB.
           GO TO R1503.
       R1505.
           IF    DR46-CNT NOT LESS 50
                 MOVE '1' TO DR09-OVF
                 GO TO R1599.
           ADD   1 TO DR46-CNT.
           MOVE  XMB109 TO DR41-MBR (DR46-CNT).
           MOVE  XLB109 TO DR42-LIB (DR46-CNT).
           MOVE  SPACE  TO DR43-DAT (DR46-CNT)
                           DR48-STS (DR46-CNT).
           MOVE  ZERO   TO DR44-N13 (DR46-CNT)
                           DR45-N15 (DR46-CNT).
       R1599.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Compare the copies of a shared key.  The copy with the     *
      *    latest DAT113 is the likely reference - the one that got   *
      *    the last fix - and every other copy is held against it     *
      *****************************************************************
       R2001.
           ADD   1 TO DR11-SHR.
           MOVE  1 TO DR47-SUB.
       R2003.
      *    First pass - the block dates of every copy
           IF    DR47-SUB GREATER DR46-CNT
                 GO TO R2005.
           PERFORM R30.
           ADD   1 TO DR47-SUB.
           GO TO R2003.
       R2005.
           MOVE  1 TO DR07-REF.
           MOVE  2 TO DR47-SUB.
       R2007.
           IF    DR47-SUB GREATER DR46-CNT
                 GO TO R2009.
           IF    DR43-DAT (DR47-SUB) GREATER DR43-DAT (DR07-REF)
                 MOVE DR47-SUB TO DR07-REF.
           ADD   1 TO DR47-SUB.
           GO TO R2007.
       R2009.
      *    Hold the reference lines, then compare every other copy
           MOVE  DR07-REF   TO DR47-SUB.
           PERFORM R30.
           MOVE  DR60-TABLE TO DR50-TABLE.
           MOVE  DR65-TABLE TO DR55-TABLE.
           MOVE  DR63-N13   TO DR57-N13R.
           MOVE  DR68-N15   TO DR58-N15R.
           MOVE  'R'        TO DR48-STS (DR07-REF).
           MOVE  SPACE      TO DR08-DIF.
           MOVE  1 TO DR47-SUB.
       R2011.
           IF    DR47-SUB GREATER DR46-CNT
                 GO TO R2013.
           IF    DR47-SUB EQUAL DR07-REF
                 ADD   1 TO DR47-SUB
                 GO TO R2011.
           PERFORM R30.
           PERFORM R40.
           IF    DR48-STS (DR47-SUB) NOT EQUAL 'S'
                 MOVE '1' TO DR08-DIF.
           ADD   1 TO DR47-SUB.
           GO TO R2011.
       R2013.
           IF    DR08-DIF NOT EQUAL '1'
                 ADD   1 TO DR12-SAME
                 GO TO R2099.
      *    Drifted - the key and its copies, then every differing
      *    copy side by side with the reference
           ADD   1 TO DR13-DRFT.
           PERFORM R50.
           MOVE  1 TO DR47-SUB.
       R2015.
           IF    DR47-SUB GREATER DR46-CNT
                 GO TO R2099.
           IF    DR48-STS (DR47-SUB) EQUAL 'D'
                 PERFORM R30
                 PERFORM R60.
           ADD   1 TO DR47-SUB.
           GO TO R2015.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Load the block of the copy DR47-SUB points at - its keyed  *
      *    LIBUSRSRC lines with the latest DAT113 among them, and     *
      *    the inserted lines the merge shipped for the key           *
      *****************************************************************
       R3001.
           PERFORM R95.
           MOVE  ZERO  TO DR63-N13
                          DR68-N15.
           MOVE  SPACE TO DR43-DAT (DR47-SUB).
           OPEN  INPUT RPA113.
           MOVE  ZERO  TO DR02-EOF.
       R3003.
           READ  RPA113 AT END
                 MOVE '1' TO DR02-EOF.
           IF    DR02-EOF EQUAL '1'
                 GO TO R3005.
           IF    KEY113 NOT EQUAL DR06-KEY
                 GO TO R3003.
           ADD   1 TO DR63-N13.
           IF    DAT113 GREATER DR43-DAT (DR47-SUB)
                 MOVE DAT113 TO DR43-DAT (DR47-SUB).
           IF    DR63-N13 NOT GREATER 200
                 MOVE CHG113 TO DR61-CHG (DR63-N13)
                 MOVE COD113 TO DR62-COD (DR63-N13).
           GO TO R3003.
       R3005.
           CLOSE RPA113.
           OPEN  INPUT RPA115.
           MOVE  ZERO  TO DR02-EOF.
       R3007.
           READ  RPA115 AT END
                 MOVE '1' TO DR02-EOF.
           IF    DR02-EOF EQUAL '1'
                 GO TO R3009.
           IF    KEY115 NOT EQUAL DR06-KEY
           OR    CHG115 NOT EQUAL 'I'
                 GO TO R3007.
           ADD   1 TO DR68-N15.
           IF    DR68-N15 NOT GREATER 200
                 MOVE COD115 TO DR66-COD (DR68-N15).
           GO TO R3007.
       R3009.
           CLOSE RPA115.
           MOVE  DR63-N13 TO DR44-N13 (DR47-SUB).
           MOVE  DR68-N15 TO DR45-N15 (DR47-SUB).
       R3099.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Hold the copy in hand against the reference - the same     *
      *    number of lines, and line for line the same change code    *
      *    and source, in LIBUSRSRC and in the merged output          *
      *****************************************************************
       R4001.
           MOVE  'S' TO DR48-STS (DR47-SUB).
           IF    DR63-N13 NOT EQUAL DR57-N13R
           OR    DR68-N15 NOT EQUAL DR58-N15R
                 GO TO R4007.
           MOVE  1 TO DR69-SUB.
       R4003.
           IF    DR69-SUB GREATER DR63-N13
           OR    DR69-SUB GREATER 200
                 GO TO R4004.
           IF    DR61-CHG (DR69-SUB) NOT EQUAL DR51-CHG (DR69-SUB)
           OR    DR62-COD (DR69-SUB) NOT EQUAL DR52-COD (DR69-SUB)
                 GO TO R4007.
           ADD   1 TO DR69-SUB.
           GO TO R4003.
       R4004.
           MOVE  1 TO DR69-SUB.
       R4005.
           IF    DR69-SUB GREATER DR68-N15
           OR    DR69-SUB GREATER 200
                 GO TO R4099.
           IF    DR66-COD (DR69-SUB) NOT EQUAL DR56-COD (DR69-SUB)
                 GO TO R4007.
           ADD   1 TO DR69-SUB.
           GO TO R4005.
       R4007.
           IF    DR63-N13 EQUAL ZERO
                 MOVE 'M' TO DR48-STS (DR47-SUB)
                 ADD  1   TO DR16-MISS
           ELSE
                 MOVE 'D' TO DR48-STS (DR47-SUB)
                 ADD  1   TO DR14-CDIF.
       R4099.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Print the drifted key, its reference and every copy with   *
      *    its verdict                                                *
      *****************************************************************
       R5001.
           MOVE  DR92-BLNK TO RPA153R.
           PERFORM R85.
           MOVE  SPACE TO DR74-TXT.
           STRING 'KEY '      DELIMITED BY SIZE
                  DR06-KEY    DELIMITED BY SIZE
                  INTO DR74-TXT.
           MOVE  DR73-MSG TO RPA153R.
           PERFORM R85.
           MOVE  SPACE TO DR74-TXT.
           STRING 'LIKELY REFERENCE - LATEST DAT113: '
                                              DELIMITED BY SIZE
                  DR41-MBR (DR07-REF)         DELIMITED BY SPACE
                  ' IN LIBRARY '              DELIMITED BY SIZE
                  DR42-LIB (DR07-REF)         DELIMITED BY SPACE
                  INTO DR74-TXT.
           MOVE  DR73-MSG TO RPA153R.
           PERFORM R85.
           IF    DR09-OVF EQUAL '1'
                 MOVE 'MORE THAN 50 COPIES - THE FIRST 50 ARE COMPARED'
                                 TO DR74-TXT
                 MOVE  DR73-MSG  TO RPA153R
                 PERFORM R85.
           MOVE  DR75-HDR2 TO RPA153R.
           PERFORM R85.
           MOVE  1 TO DR47-SUB.
       R5003.
           IF    DR47-SUB GREATER DR46-CNT
                 GO TO R5099.
           MOVE  DR41-MBR (DR47-SUB) TO DR77-MBR.
           MOVE  DR42-LIB (DR47-SUB) TO DR78-LIB.
           MOVE  DR43-DAT (DR47-SUB) TO DR79-DAT.
           MOVE  DR44-N13 (DR47-SUB) TO DR80-N13.
           MOVE  DR45-N15 (DR47-SUB) TO DR81-N15.
           IF    DR48-STS (DR47-SUB) EQUAL 'R'
                 MOVE 'REFERENCE' TO DR82-STS.
           IF    DR48-STS (DR47-SUB) EQUAL 'S'
                 MOVE 'SAME AS REFERENCE' TO DR82-STS.
           IF    DR48-STS (DR47-SUB) EQUAL 'D'
                 MOVE 'DIFFERS FROM REFERENCE' TO DR82-STS.
           IF    DR48-STS (DR47-SUB) EQUAL 'M'
                 MOVE 'BLOCK NOT IN LIBUSRSRC MEMBER' TO DR82-STS.
           MOVE  DR76-CPY TO RPA153R.
           PERFORM R85.
           ADD   1 TO DR47-SUB.
           GO TO R5003.
       R5099.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    Print one differing copy side by side with the reference - *
      *    the LIBUSRSRC block, then the merged lines - with an       *
      *    asterisk against every line that differs                   *
      *****************************************************************
       R6001.
           MOVE  DR92-BLNK TO RPA153R.
           PERFORM R85.
           MOVE  SPACE TO DR84-MRK
                          DR85-LCHG
                          DR87-RCHG.
           MOVE  SPACE TO DR20-TXT.
           STRING 'REFERENCE '                DELIMITED BY SIZE
                  DR41-MBR (DR07-REF)         DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  DR42-LIB (DR07-REF)         DELIMITED BY SPACE
                  INTO DR20-TXT.
           MOVE  DR20-TXT TO DR86-LCOD.
           MOVE  SPACE TO DR20-TXT.
           STRING 'COPY '                     DELIMITED BY SIZE
                  DR41-MBR (DR47-SUB)         DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  DR42-LIB (DR47-SUB)         DELIMITED BY SPACE
                  INTO DR20-TXT.
           MOVE  DR20-TXT TO DR88-RCOD.
           MOVE  DR83-SBS TO RPA153R.
           PERFORM R85.
      *    --------------------------------------------------
      *    The LIBUSRSRC block
      *    --------------------------------------------------
           MOVE 'LIBUSRSRC BLOCK (RPA113)' TO DR74-TXT.
           MOVE  DR73-MSG TO RPA153R.
           PERFORM R85.
           MOVE  DR57-N13R TO DR59-MAX.
           IF    DR63-N13 GREATER DR59-MAX
                 MOVE DR63-N13 TO DR59-MAX.
           IF    DR59-MAX GREATER 200
                 MOVE 200 TO DR59-MAX
                 MOVE 'BLOCK LONGER THAN 200 LINES - THE FIRST 200 ARE S
      -          'HOWN'         TO DR74-TXT
                 MOVE  DR73-MSG TO RPA153R
                 PERFORM R85.
           MOVE  1 TO DR69-SUB.
       R6003.
           IF    DR69-SUB GREATER DR59-MAX
                 GO TO R6005.
           MOVE  SPACE TO DR21-LFT
                          DR25-RGT.
           IF    DR69-SUB NOT GREATER DR57-N13R
                 MOVE DR51-CHG (DR69-SUB) TO DR23-LCHG
                 MOVE DR52-COD (DR69-SUB) TO DR24-LCOD.
           IF    DR69-SUB NOT GREATER DR63-N13
                 MOVE DR61-CHG (DR69-SUB) TO DR27-RCHG
                 MOVE DR62-COD (DR69-SUB) TO DR28-RCOD.
           PERFORM R65.
           ADD   1 TO DR69-SUB.
           GO TO R6003.
       R6005.
      *    --------------------------------------------------
      *    The lines the merge shipped
      *    --------------------------------------------------
           MOVE 'MERGED OUTPUT (RPA115)' TO DR74-TXT.
           MOVE  DR73-MSG TO RPA153R.
           PERFORM R85.
           MOVE  DR58-N15R TO DR59-MAX.
           IF    DR68-N15 GREATER DR59-MAX
                 MOVE DR68-N15 TO DR59-MAX.
           IF    DR59-MAX GREATER 200
                 MOVE 200 TO DR59-MAX.
           MOVE  1 TO DR69-SUB.
       R6007.
           IF    DR69-SUB GREATER DR59-MAX
                 GO TO R6099.
           MOVE  SPACE TO DR21-LFT
                          DR25-RGT.
           IF    DR69-SUB NOT GREATER DR58-N15R
                 MOVE 'I'                 TO DR23-LCHG
                 MOVE DR56-COD (DR69-SUB) TO DR24-LCOD.
           IF    DR69-SUB NOT GREATER DR68-N15
                 MOVE 'I'                 TO DR27-RCHG
                 MOVE DR66-COD (DR69-SUB) TO DR28-RCOD.
           PERFORM R65.
           ADD   1 TO DR69-SUB.
           GO TO R6007.
       R6099.
           EXIT.

       R65 SECTION.
      *****************************************************************
      *    Print one pair of lines, marked when they differ - the     *
      *    whole line is compared, though only the first 63 columns   *
      *    of each side fit the page                                  *
      *****************************************************************
       R6501.
           MOVE  SPACE TO DR84-MRK.
           IF    DR21-LFT NOT EQUAL DR25-RGT
                 MOVE '*' TO DR84-MRK.
           MOVE  DR23-LCHG TO DR85-LCHG.
           MOVE  DR24-LCOD TO DR86-LCOD.
           MOVE  DR27-RCHG TO DR87-RCHG.
           MOVE  DR28-RCOD TO DR88-RCOD.
           MOVE  DR83-SBS  TO RPA153R.
           PERFORM R85.
       R6599.
           EXIT.

       R70 SECTION.
      *****************************************************************
      *    Print the totals                                           *
      *****************************************************************
       R7001.
           MOVE  DR92-BLNK TO RPA153R.
           PERFORM R85.
           MOVE 'KEYS IN THE MASTER CROSS-REFERENCE' TO DR90-TXT.
           MOVE  DR10-KEYS TO DR91-VAL.
           PERFORM R75.
           MOVE '  IN ONE MEMBER ONLY'               TO DR90-TXT.
           MOVE  DR15-ONE  TO DR91-VAL.
           PERFORM R75.
           MOVE '  SHARED - COMPARED'                TO DR90-TXT.
           MOVE  DR11-SHR  TO DR91-VAL.
           PERFORM R75.
           MOVE '    CONSISTENT'                     TO DR90-TXT.
           MOVE  DR12-SAME TO DR91-VAL.
           PERFORM R75.
           MOVE '    DRIFTED'                        TO DR90-TXT.
           MOVE  DR13-DRFT TO DR91-VAL.
           PERFORM R75.
           MOVE 'COPIES DIFFERING FROM THE REFERENCE' TO DR90-TXT.
           MOVE  DR14-CDIF TO DR91-VAL.
           PERFORM R75.
           MOVE 'COPIES WITH NO BLOCK IN LIBUSRSRC'  TO DR90-TXT.
           MOVE  DR16-MISS TO DR91-VAL.
           PERFORM R75.
       R7099.
           EXIT.

       R75 SECTION.
      *****************************************************************
      *    Print one summary line                                     *
      *****************************************************************
       R7501.
           MOVE  DR89-SUM TO RPA153R.
           PERFORM R85.
       R7599.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read next master cross-reference entry                     *
      *****************************************************************
       R8101.
           READ  RPA109 NEXT RECORD AT END
                 MOVE '1' TO DR01-EOF.
       R8199.
           EXIT.

       R85 SECTION.
      *****************************************************************
      *    Print a line, starting a new page when the page is full    *
      *****************************************************************
       R8501.
           IF    DR03-LINE GREATER 56
                 PERFORM R86.
           WRITE RPA153R.
           ADD   1 TO DR03-LINE.
       R8599.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Print the page heading                                     *
      *****************************************************************
       R8601.
           ADD   1         TO DR04-PAGE.
           MOVE  DR04-PAGE TO DR72-PAGE.
           MOVE  DR70-HDR1 TO RPA153R.
           WRITE RPA153R.
           MOVE  DR92-BLNK TO RPA153R.
           WRITE RPA153R.
           MOVE  2 TO DR03-LINE.
       R8699.
           EXIT.

       R95 SECTION.
      *****************************************************************
      *    Build the copy's file overrides - the LIBUSRSRC source as  *
      *    R95 of RPA116 builds it, and the member's merged output    *
      *****************************************************************
       R9501.
           IF    DR42-LIB (DR47-SUB) EQUAL SPACE
                 MOVE  SPACE  TO DR30-LIBF
                 STRING 'DATABASE-'         DELIMITED BY SIZE
                        DR41-MBR (DR47-SUB) DELIMITED BY SPACE
                        '-RPA113'           DELIMITED BY SIZE
                        INTO DR30-LIBF
           ELSE
                 MOVE  SPACE  TO DR30-LIBF
                 STRING 'DATABASE-'         DELIMITED BY SIZE
                        DR42-LIB (DR47-SUB) DELIMITED BY SPACE
                        '-'                 DELIMITED BY SIZE
                        DR41-MBR (DR47-SUB) DELIMITED BY SPACE
                        '-RPA113'           DELIMITED BY SIZE
                        INTO DR30-LIBF.
           MOVE  SPACE  TO DR31-OUTF.
           STRING 'DATABASE-'         DELIMITED BY SIZE
                  DR41-MBR (DR47-SUB) DELIMITED BY SPACE
                  '-RPA115'           DELIMITED BY SIZE
                  INTO DR31-OUTF.
       R9599.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program - position on the first entry of the    *
      *    master                                                     *
      *****************************************************************
       R9801.
           MOVE  ZERO TO DR04-PAGE
                         DR10-KEYS
                         DR11-SHR
                         DR12-SAME
                         DR13-DRFT
                         DR14-CDIF
                         DR15-ONE
                         DR16-MISS.
           ACCEPT DR05-DATE FROM DATE.
           MOVE  DR05-DATE TO DR71-DATE.
           OPEN  OUTPUT RPA153.
           PERFORM R86.
           OPEN  INPUT  RPA109.
           MOVE  ZERO      TO DR01-EOF.
           MOVE  LOW-VALUE TO KEY109.
           START RPA109 KEY NOT LESS KEY109
                 INVALID KEY MOVE '1' TO DR01-EOF.
           IF    DR01-EOF NOT EQUAL '1'
                 PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program                                              *
      *****************************************************************
       R9901.
           CLOSE RPA109
                 RPA153.
       R9999.
           EXIT.
