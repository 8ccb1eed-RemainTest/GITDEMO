       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA143.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA143 - Pre-merge release impact analysis        *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    Run before the merge, over the LIBUSRSRC member list       *
      *    (RPA110).  For every USRFD block of a member's modified    *
      *    source (RPA113) the block's anchor - the last not changed  *
      *    line before it - is located in the new release source      *
      *    (RPA114) and paired with the nearest vendor change there   *
      *    (CHG114 'I' inserted or 'D' deleted).  Each block is       *
      *    classified:                                                *
      *      UNTOUCHED       no vendor change near the block          *
      *      VENDOR NEAR     a vendor change within I-NEAR lines of   *
      *                      the anchor or of the lines the block     *
      *                      deletes                                  *
      *      ANCHOR DELETED  the anchor was deleted by the vendor or  *
      *                      is no longer in the new release          *
      *      LINES CHANGED   the lines a delete or replace block      *
      *                      names were changed by the vendor         *
      *    The report lists every block with its class, a total per   *
      *    member and a release summary; every block not untouched    *
      *    is predicted to need manual review after the merge, so     *
      *    the review can be staffed before the batch window.         *
      *    Nothing is written but the report.                         *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA110 ASSIGN TO DATABASE-RPA110.
           SELECT OPTIONAL RPA113 ASSIGN TO IA26-LIBF.
           SELECT OPTIONAL RPA114 ASSIGN TO IA27-NRLF
                  ORGANIZATION RELATIVE
                  ACCESS RANDOM
                  RELATIVE IA14-KEY.
           SELECT RPA143 ASSIGN TO DATABASE-RPA143.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    LIBUSRSRC member list to be analysed                       *
      *****************************************************************
       FD  RPA110
           LABEL RECORDS ARE STANDARD.
       01  RPA110R.
           03  MBR110                        PIC X(10).
           03  LIB110                        PIC X(10).

      *****************************************************************
      *    Modified source file (LIBUSRSRC)                           *
      *****************************************************************
       FD  RPA113
           LABEL RECORDS ARE STANDARD.
       01  RPA113R.
           03  SEQ113                        PIC X(06).
           03  CHG113                        PIC X(01).
           03  BLK113                        PIC X(01).
           03  DTA113                        PIC X(114).
           03  KEY113                        PIC X(80).
           03  ORG113                        PIC X(06).
           03  DAT113                        PIC X(06).
           03  REF113                        PIC X(06).

      *****************************************************************
      *    New release source file - read by record position, as      *
      *    RPA116 reads it                                            *
      *****************************************************************
       FD  RPA114
           LABEL RECORDS ARE STANDARD.
       01  RPA114R.
           03  SEQ114                        PIC X(06).
           03  CHG114                        PIC X(01).
           03  BLK114                        PIC X(01).
           03  DTA114                        PIC X(114).
           03  KEY114                        PIC X(80).
           03  ORG114                        PIC X(06).
           03  DAT114                        PIC X(06).
           03  REF114                        PIC X(06).

      *****************************************************************
      *    Printed impact report                                      *
      *****************************************************************
       FD  RPA143
           LABEL RECORDS ARE STANDARD.
       01  RPA143R                           PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  IA01-09.
           03  IA01-EOF                      PIC X(01).
           03  IA02-EOF                      PIC X(01).
      *            The RPA114 position read was past the end          *
           03  IA03-NREC                     PIC X(01).
      *            Line and page counters                             *
           03  IA04-LINE                     PIC S9(03)  COMP-3.
           03  IA05-PAGE                     PIC S9(05)  COMP-3.
      *            Run date, for the page heading                     *
           03  IA06-DATE                     PIC 9(06).
      *            Lines searched ahead for an anchor, and the lines  *
      *            either side of a block a vendor change counts as   *
      *            near                                               *
           03  IA07-LOOK                     PIC S9(05)  COMP-3
                                             VALUE +200.
           03  IA08-NEAR                     PIC S9(05)  COMP-3
                                             VALUE +3.
      *            BLK113 of the previous record, for the block start *
           03  IA09-BLK                      PIC X(01).
       01  IA10-29.
      *            Position of the last anchor line matched in        *
      *            RPA114, the anchor of the block in hand, its       *
      *            CHG114, and the anchor-lost switch (the last not   *
      *            changed line was not found in the new release)     *
           03  IA10-PTR                      PIC 9(07).
           03  IA11-APOS                     PIC 9(07).
           03  IA12-ACHG                     PIC X(01).
           03  IA13-ALST                     PIC X(01).
      *            Relative key of RPA114                             *
           03  IA14-KEY                      PIC 9(07).
      *            Search work - scan position, its limit, and the    *
      *            end of the lines a block deletes                   *
           03  IA15-POS                      PIC 9(07).
           03  IA16-LIM                      PIC 9(07).
           03  IA17-QEND                     PIC 9(07).
      *            The block in hand - type, start sequence, key,     *
      *            its lines-changed switch, class and distance to    *
      *            the nearest vendor change                          *
           03  IA18-TYP                      PIC X(01).
           03  IA19-SEQ                      PIC X(06).
           03  IA20-KEY                      PIC X(80).
           03  IA21-CHGD                     PIC X(01).
           03  IA22-CLS                      PIC X(01).
           03  IA23-DIST                     PIC S9(07)  COMP-3.
           03  IA24-WRK                      PIC S9(07)  COMP-3.
      *            The new release source of the member is empty      *
           03  IA25-NOSRC                    PIC X(01).
      *            Per-member file overrides                          *
           03  IA26-LIBF                     PIC X(40).
           03  IA27-NRLF                     PIC X(40).

      *****************************************************************
      *    Counts per class - U untouched, N vendor near, A anchor    *
      *    deleted, L lines changed - for the member and the release  *
      *****************************************************************
       01  IA30-CNT.
           03  IA31-MBLK                     PIC S9(07)  COMP-3.
           03  IA32-MUNT                     PIC S9(07)  COMP-3.
           03  IA33-MNER                     PIC S9(07)  COMP-3.
           03  IA34-MANC                     PIC S9(07)  COMP-3.
           03  IA35-MLIN                     PIC S9(07)  COMP-3.
           03  IA36-MREV                     PIC S9(07)  COMP-3.
           03  IA41-RBLK                     PIC S9(07)  COMP-3.
           03  IA42-RUNT                     PIC S9(07)  COMP-3.
           03  IA43-RNER                     PIC S9(07)  COMP-3.
           03  IA44-RANC                     PIC S9(07)  COMP-3.
           03  IA45-RLIN                     PIC S9(07)  COMP-3.
           03  IA46-RREV                     PIC S9(07)  COMP-3.
           03  IA47-RMBR                     PIC S9(07)  COMP-3.
           03  IA48-RMRV                     PIC S9(07)  COMP-3.
           03  IA49-RNOS                     PIC S9(07)  COMP-3.

      *****************************************************************
      *    Print lines                                                *
      *****************************************************************
       01  IA60-HDR1.
           03  FILLER                        PIC X(08)
                                             VALUE 'RPA143'.
           03  FILLER                        PIC X(40)
               VALUE 'PRE-MERGE RELEASE IMPACT ANALYSIS'.
           03  FILLER                        PIC X(26) VALUE SPACE.
           03  FILLER                        PIC X(06)
                                             VALUE 'DATE '.
           03  IA61-DATE                     PIC 99B99B99.
           03  FILLER                        PIC X(24) VALUE SPACE.
           03  FILLER                        PIC X(05)
                                             VALUE 'PAGE '.
           03  IA62-PAGE                     PIC ZZZZ9.
       01  IA63-HDR2.
           03  FILLER                        PIC X(38)
               VALUE ' MEMBER     LIBRARY    SEQ113 BLOCK   '.
           03  FILLER                        PIC X(94)
               VALUE 'CLASS           DIST  KEY113'.
       01  IA64-DTL.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  IA65-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  IA66-LIB                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  IA67-SEQ                      PIC X(06).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  IA68-TYP                      PIC X(07).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  IA69-CLS                      PIC X(15).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  IA70-DIST                     PIC ZZZZ9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  IA71-KEY                      PIC X(70).
       01  IA72-MTOT.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  IA73-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  FILLER                        PIC X(07)
                                             VALUE 'BLOCKS'.
           03  IA74-BLK                      PIC ZZZZZ9.
           03  FILLER                        PIC X(11)
                                             VALUE '  UNTOUCHED'.
           03  IA75-UNT                      PIC ZZZZZ9.
           03  FILLER                        PIC X(13)
                                             VALUE '  VENDOR NEAR'.
           03  IA76-NER                      PIC ZZZZZ9.
           03  FILLER                        PIC X(16)
                                             VALUE '  ANCHOR DELETED'.
           03  IA77-ANC                      PIC ZZZZZ9.
           03  FILLER                        PIC X(15)
                                             VALUE '  LINES CHANGED'.
           03  IA78-LIN                      PIC ZZZZZ9.
           03  FILLER                        PIC X(10)
                                             VALUE '  REVIEW'.
           03  IA79-REV                      PIC ZZZZZ9.
       01  IA80-NOSRC.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  IA81-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  FILLER                        PIC X(40)
               VALUE '*** NEW RELEASE SOURCE EMPTY OR MISSING'.
           03  FILLER                        PIC X(20)
               VALUE ' - NOT ANALYSED ***'.
       01  IA82-SUM.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  IA83-TXT                      PIC X(40).
           03  IA84-VAL                      PIC ZZZZZZ9.
       01  IA85-BLNK                         PIC X(132) VALUE SPACE.
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
      *    Mainline                                                   *
      *****************************************************************
       R0001.
           PERFORM R98.
       R0003.
           IF    IA01-EOF EQUAL '1'
                 GO TO R0009.
           PERFORM R10.
           PERFORM R81.
           GO TO R0003.
       R0009.
           PERFORM R60.
           PERFORM R99.
       R0099.
           STOP RUN.

       R10 SECTION.
      *****************************************************************
      *    Analyse one member                                         *
      *****************************************************************
       R1001.
           ADD   1 TO IA47-RMBR.
           MOVE  ZERO  TO IA31-MBLK
                          IA32-MUNT
                          IA33-MNER
                          IA34-MANC
                          IA35-MLIN
                          IA36-MREV
                          IA10-PTR
                          IA11-APOS.
           MOVE  SPACE TO IA12-ACHG
                          IA13-ALST.
           PERFORM R95.
           OPEN  INPUT RPA113
                       RPA114.
      *    A member without a new release source cannot be paired -
      *    it is reported, not analysed
           MOVE  1 TO IA14-KEY.
           PERFORM R83.
           IF    IA03-NREC EQUAL '1'
                 ADD   1 TO IA49-RNOS
                 MOVE  MBR110 TO IA81-MBR
                 MOVE  IA80-NOSRC TO RPA143R
                 PERFORM R85
                 GO TO R1009.
           MOVE  ZERO TO IA02-EOF.
           PERFORM R82.
           MOVE  SPACE TO IA09-BLK.
       R1003.
           IF    IA02-EOF EQUAL '1'
                 GO TO R1007.
      *    The first line of a block - analyse it; the block leaves
      *    the next record behind, so re-enter at the top
           IF    BLK113 NOT EQUAL SPACE
           AND   BLK113 NOT EQUAL IA09-BLK
                 PERFORM R30
                 GO TO R1003.
      *    A not changed line is the anchor of what follows
           IF    CHG113 EQUAL SPACE
           AND   DTA113 NOT EQUAL SPACE
                 PERFORM R20.
           PERFORM R82.
           GO TO R1003.
       R1007.
           MOVE  MBR110    TO IA73-MBR.
           MOVE  IA31-MBLK TO IA74-BLK.
           MOVE  IA32-MUNT TO IA75-UNT.
           MOVE  IA33-MNER TO IA76-NER.
           MOVE  IA34-MANC TO IA77-ANC.
           MOVE  IA35-MLIN TO IA78-LIN.
           MOVE  IA36-MREV TO IA79-REV.
           MOVE  IA72-MTOT TO RPA143R.
           PERFORM R85.
           IF    IA36-MREV GREATER ZERO
                 ADD 1 TO IA48-RMRV.
       R1009.
           MOVE  IA85-BLNK TO RPA143R.
           PERFORM R85.
           CLOSE RPA113
                 RPA114.
       R1099.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Locate a not changed line in the new release - the next    *
      *    line after the last one located that is not a vendor       *
      *    insert and carries the same text, searched IA07-LOOK lines *
      *    ahead.  Found, it is the anchor of whatever block follows; *
      *    not found, the anchor is lost until the next line is       *
      *    located                                                    *
      *****************************************************************
       R2001.
           ADD   1         TO IA10-PTR GIVING IA15-POS.
           ADD   IA10-PTR IA07-LOOK GIVING IA16-LIM.
       R2003.
           IF    IA15-POS GREATER IA16-LIM
                 GO TO R2007.
           MOVE  IA15-POS TO IA14-KEY.
           PERFORM R83.
           IF    IA03-NREC EQUAL '1'
                 GO TO R2007.
           IF    CHG114 NOT EQUAL 'I'
           AND   DTA114 EQUAL DTA113
                 GO TO R2005.
           ADD   1 TO IA15-POS.
           GO TO R2003.
       R2005.
           MOVE  IA15-POS TO IA10-PTR
                             IA11-APOS.
           MOVE  CHG114   TO IA12-ACHG.
           MOVE  SPACE    TO IA13-ALST.
           GO TO R2099.
       R2007.
           MOVE  '1' TO IA13-ALST.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Analyse one block - consume its lines, holding the lines   *
      *    a delete or replace block names against the new release    *
      *    lines after the anchor, then classify it                   *
      *****************************************************************
       R3001.
           ADD   1 TO IA31-MBLK
                      IA41-RBLK.
           MOVE  BLK113 TO IA18-TYP.
           MOVE  SEQ113 TO IA19-SEQ.
           MOVE  SPACE  TO IA20-KEY
                           IA21-CHGD.
           MOVE  IA11-APOS TO IA17-QEND.
       R3003.
           IF    IA20-KEY EQUAL SPACE
                 MOVE KEY113 TO IA20-KEY.
           IF    CHG113 NOT EQUAL 'D'
                 GO TO R3005.
      *    A line the block deletes must be the next new release
      *    line, and the vendor must have left it alone
           IF    IA13-ALST EQUAL '1'
           OR    IA21-CHGD EQUAL '1'
                 GO TO R3005.
           ADD   1 TO IA17-QEND GIVING IA14-KEY.
           PERFORM R83.
           IF    IA03-NREC EQUAL '1'
           OR    DTA114 NOT EQUAL DTA113
           OR    CHG114 NOT EQUAL SPACE
                 MOVE '1' TO IA21-CHGD
                 GO TO R3005.
           MOVE  IA14-KEY TO IA17-QEND.
       R3005.
           PERFORM R82.
           IF    IA02-EOF EQUAL ZERO
           AND   BLK113 EQUAL IA18-TYP
                 GO TO R3003.
      *    The lines the block deletes are gone - later anchors are
      *    searched for after them
           IF    IA17-QEND GREATER IA10-PTR
                 MOVE IA17-QEND TO IA10-PTR.
           PERFORM R40.
           PERFORM R50.
       R3099.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Classify the block - the worst finding wins: anchor        *
      *    deleted, lines changed, vendor change near, untouched      *
      *****************************************************************
       R4001.
           MOVE  ZERO TO IA23-DIST.
           IF    IA13-ALST EQUAL '1'
           OR    IA12-ACHG EQUAL 'D'
                 MOVE 'A' TO IA22-CLS
                 GO TO R4099.
           IF    IA21-CHGD EQUAL '1'
                 MOVE 'L' TO IA22-CLS
                 GO TO R4099.
      *    Nearest vendor change from IA08-NEAR lines before the
      *    anchor to IA08-NEAR lines after the block's own lines
           MOVE  'U' TO IA22-CLS.
           MOVE  1   TO IA15-POS.
           IF    IA11-APOS GREATER IA08-NEAR
                 SUBTRACT IA08-NEAR FROM IA11-APOS GIVING IA15-POS.
           ADD   IA17-QEND IA08-NEAR GIVING IA16-LIM.
       R4003.
           IF    IA15-POS GREATER IA16-LIM
                 GO TO R4099.
           MOVE  IA15-POS TO IA14-KEY.
           PERFORM R83.
           IF    IA03-NREC EQUAL '1'
                 GO TO R4099.
           IF    CHG114 NOT EQUAL 'I'
           AND   CHG114 NOT EQUAL 'D'
                 GO TO R4005.
           SUBTRACT IA11-APOS FROM IA15-POS GIVING IA24-WRK.
           IF    IA24-WRK LESS ZERO
                 MULTIPLY -1 BY IA24-WRK.
           IF    IA22-CLS EQUAL 'U'
           OR    IA24-WRK LESS IA23-DIST
                 MOVE IA24-WRK TO IA23-DIST.
           MOVE  'N' TO IA22-CLS.
       R4005.
           ADD   1 TO IA15-POS.
           GO TO R4003.
       R4099.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Count and print the classified block                       *
      *****************************************************************
       R5001.
           MOVE  MBR110   TO IA65-MBR.
           MOVE  LIB110   TO IA66-LIB.
           MOVE  IA19-SEQ TO IA67-SEQ.
           MOVE  IA20-KEY TO IA71-KEY.
           MOVE  ZERO     TO IA70-DIST.
           IF    IA18-TYP EQUAL 'I'
                 MOVE 'INSERT'  TO IA68-TYP
           ELSE  IF   IA18-TYP EQUAL 'D'
                      MOVE 'DELETE'  TO IA68-TYP
                 ELSE
                      MOVE 'REPLACE' TO IA68-TYP.
           IF    IA22-CLS EQUAL 'U'
                 ADD  1 TO IA32-MUNT
                           IA42-RUNT
                 MOVE 'UNTOUCHED' TO IA69-CLS
                 GO TO R5005.
           ADD   1 TO IA36-MREV
                      IA46-RREV.
           IF    IA22-CLS EQUAL 'N'
                 ADD  1 TO IA33-MNER
                           IA43-RNER
                 MOVE 'VENDOR NEAR'    TO IA69-CLS
                 MOVE IA23-DIST        TO IA70-DIST
           ELSE  IF   IA22-CLS EQUAL 'A'
                      ADD  1 TO IA34-MANC
                                IA44-RANC
                      MOVE 'ANCHOR DELETED' TO IA69-CLS
                 ELSE
                      ADD  1 TO IA35-MLIN
                                IA45-RLIN
                      MOVE 'LINES CHANGED'  TO IA69-CLS.
       R5005.
           MOVE  IA64-DTL TO RPA143R.
           PERFORM R85.
       R5099.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    Release summary - the class totals over every member and   *
      *    the predicted manual-review load                           *
      *****************************************************************
       R6001.
           PERFORM R86.
           MOVE ' RELEASE IMPACT SUMMARY' TO RPA143R.
           PERFORM R85.
           MOVE  IA85-BLNK TO RPA143R.
           PERFORM R85.
           MOVE 'MEMBERS ANALYSED'          TO IA83-TXT.
           MOVE  IA47-RMBR TO IA84-VAL.
           PERFORM R65.
           MOVE 'MEMBERS WITHOUT NEW RELEASE SOURCE' TO IA83-TXT.
           MOVE  IA49-RNOS TO IA84-VAL.
           PERFORM R65.
           MOVE 'USRFD BLOCKS'              TO IA83-TXT.
           MOVE  IA41-RBLK TO IA84-VAL.
           PERFORM R65.
           MOVE '  UNTOUCHED'               TO IA83-TXT.
           MOVE  IA42-RUNT TO IA84-VAL.
           PERFORM R65.
           MOVE '  VENDOR CHANGE NEAR ANCHOR' TO IA83-TXT.
           MOVE  IA43-RNER TO IA84-VAL.
           PERFORM R65.
           MOVE '  ANCHOR DELETED'          TO IA83-TXT.
           MOVE  IA44-RANC TO IA84-VAL.
           PERFORM R65.
           MOVE '  BLOCK LINES CHANGED BY VENDOR' TO IA83-TXT.
           MOVE  IA45-RLIN TO IA84-VAL.
           PERFORM R65.
           MOVE  IA85-BLNK TO RPA143R.
           PERFORM R85.
           MOVE 'PREDICTED MANUAL-REVIEW ITEMS' TO IA83-TXT.
           MOVE  IA46-RREV TO IA84-VAL.
           PERFORM R65.
           MOVE 'MEMBERS NEEDING REVIEW'    TO IA83-TXT.
           MOVE  IA48-RMRV TO IA84-VAL.
           PERFORM R65.
       R6099.
           EXIT.

       R65 SECTION.
      *****************************************************************
      *    Print one summary line                                     *
      *****************************************************************
       R6501.
           MOVE  IA82-SUM TO RPA143R.
           PERFORM R85.
       R6599.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read next member to be analysed                            *
      *****************************************************************
       R8101.
           READ  RPA110 AT END
                 MOVE '1' TO IA01-EOF.
       R8199.
           EXIT.

       R82 SECTION.
      *****************************************************************
      *    Read modified source, keeping the previous BLK113          *
      *****************************************************************
       R8201.
           IF    IA02-EOF EQUAL '1'
                 GO TO R8299.
           MOVE  BLK113 TO IA09-BLK.
           READ  RPA113 AT END
                 MOVE '1' TO IA02-EOF.
       R8299.
           EXIT.

       R83 SECTION.
      *****************************************************************
      *    Read the new release line at position IA14-KEY             *
      *****************************************************************
       R8301.
           MOVE  SPACE TO IA03-NREC.
           READ  RPA114 INVALID
                 MOVE '1' TO IA03-NREC.
       R8399.
           EXIT.

       R85 SECTION.
      *****************************************************************
      *    Print a line, starting a new page when the page is full    *
      *****************************************************************
       R8501.
           IF    IA04-LINE GREATER 56
                 PERFORM R86.
           WRITE RPA143R.
           ADD   1 TO IA04-LINE.
       R8599.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Print the page heading                                     *
      *****************************************************************
       R8601.
           ADD   1         TO IA05-PAGE.
           MOVE  IA05-PAGE TO IA62-PAGE.
           MOVE  IA60-HDR1 TO RPA143R.
           WRITE RPA143R.
           MOVE  IA85-BLNK TO RPA143R.
           WRITE RPA143R.
           MOVE  IA63-HDR2 TO RPA143R.
           WRITE RPA143R.
           MOVE  3 TO IA04-LINE.
       R8699.
           EXIT.

       R95 SECTION.
      *****************************************************************
      *    Build this member's file overrides - the same names R95    *
      *    of RPA116 builds, so the analysis reads exactly the files  *
      *    the merge will read                                        *
      *****************************************************************
       R9501.
           IF    LIB110 EQUAL SPACE
                 MOVE  SPACE  TO IA26-LIBF
                 STRING 'DATABASE-' DELIMITED BY SIZE
                        MBR110      DELIMITED BY SPACE
                        '-RPA113'   DELIMITED BY SIZE
                        INTO IA26-LIBF
           ELSE
                 MOVE  SPACE  TO IA26-LIBF
                 STRING 'DATABASE-' DELIMITED BY SIZE
                        LIB110      DELIMITED BY SPACE
                        '-'         DELIMITED BY SIZE
                        MBR110      DELIMITED BY SPACE
                        '-RPA113'   DELIMITED BY SIZE
                        INTO IA26-LIBF.
           MOVE  SPACE  TO IA27-NRLF.
           STRING 'DATABASE-' DELIMITED BY SIZE
                  MBR110      DELIMITED BY SPACE
                  '-RPA114'   DELIMITED BY SIZE
                  INTO IA27-NRLF.
       R9599.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program                                         *
      *****************************************************************
       R9801.
           OPEN  INPUT  RPA110.
           OPEN  OUTPUT RPA143.
           MOVE  ZERO TO IA01-EOF
                         IA04-LINE
                         IA05-PAGE
                         IA41-RBLK
                         IA42-RUNT
                         IA43-RNER
                         IA44-RANC
                         IA45-RLIN
                         IA46-RREV
                         IA47-RMBR
                         IA48-RMRV
                         IA49-RNOS.
           ACCEPT IA06-DATE FROM DATE.
           MOVE  IA06-DATE TO IA61-DATE.
           PERFORM R86.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program                                              *
      *****************************************************************
       R9901.
           CLOSE RPA110
                 RPA143.
       R9999.
           EXIT.
