       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA144.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA144 - Rebase LIBUSRSRC onto the new release    *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    Run after promotion.  For every member shipped this run    *
      *    (the RPA137 manifest) the promotion copy - the merged      *
      *    source as analysts left it after repairing orphans by      *
      *    hand (DATABASE-member-RPA115-P) - is compared with the     *
      *    new release source (RPA114, vendor deleted lines left      *
      *    out), and the member's LIBUSRSRC source (RPA113) is        *
      *    regenerated from the differences: new release lines are    *
      *    the not changed lines, and every run of differing lines    *
      *    becomes an INSERT, DELETE or REPLACE block (BLK113 'I',    *
      *    'D', 'C') anchored on the new release line before it.      *
      *    Customization lines keep their original KEY113 where the   *
      *    cross-reference (RPA112) traces their position; a delete   *
      *    block is traced by its first deleted line.  Origin, date   *
      *    and reference come from the old LIBUSRSRC block.           *
      *    The comparison report lists every block that               *
      *      MOVED        now follows another line, while its old     *
      *                   anchor is still in the new release          *
      *      RE-ANCHORED  lost its old anchor and now follows a new   *
      *                   release line                                *
      *      NEW          is a hand change that never had a USRFD     *
      *                   block - it gets a HAND- key and is flagged  *
      *                   for the owner to adopt                      *
      *      DROPPED      was in LIBUSRSRC but is no longer in the    *
      *                   promotion copy                              *
      *    The regenerated source is built in a work file             *
      *    (DATABASE-member-RPA113-R) first.  Only a member that      *
      *    rebased cleanly replaces its LIBUSRSRC source, after the   *
      *    old source has been saved as DATABASE-member-RPA113-B; a   *
      *    member that did not is logged (E0190) and left alone.      *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA137 ASSIGN TO DATABASE-RPA137.
           SELECT OPTIONAL RPA113 ASSIGN TO BA33-LIBF.
           SELECT OPTIONAL RPA114 ASSIGN TO BA34-NRLF
                  ORGANIZATION RELATIVE
                  ACCESS RANDOM
                  RELATIVE BA14-KEY.
           SELECT OPTIONAL PRO115 ASSIGN TO BA35-PROF.
           SELECT OPTIONAL RPA112 ASSIGN TO BA36-XRFF.
           SELECT BAK113 ASSIGN TO BA37-BAKF.
           SELECT NEW113 ASSIGN TO BA38-NEWF.
           SELECT RPA105 ASSIGN TO DATABASE-RPA105.
           SELECT RPA103 ASSIGN TO DATABASE-RPA103.
           SELECT RPA144 ASSIGN TO DATABASE-RPA144.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Hand-off manifest - the members shipped this run           *
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
      *    Modified source file (LIBUSRSRC) - read for the old        *
      *    blocks, then replaced by the regenerated source            *
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
      *    Promotion copy of the merged source, as shipped and        *
      *    repaired                                                   *
      *****************************************************************
       FD  PRO115
           LABEL RECORDS ARE STANDARD.
       01  PRO115R.
           03  SEQ115                        PIC X(06).
           03  CHG115                        PIC X(01).
           03  BLK115                        PIC X(01).
           03  DTA115                        PIC X(114).
           03  KEY115                        PIC X(80).
           03  ORG115                        PIC X(06).
           03  DAT115                        PIC X(06).
           03  REF115                        PIC X(06).

      *****************************************************************
      *    Cross-reference of old source keys to their new RPA115     *
      *    position - renumbered by RPA121 with the member, so        *
      *    SEQ112 is the SEQ115 of the line the key landed on         *
      *****************************************************************
       FD  RPA112
           LABEL RECORDS ARE STANDARD.
       01  RPA112R.
           03  KEY112                        PIC X(80).
           03  CHG112                        PIC X(01).
           03  SEQ112                        PIC X(06).

      *****************************************************************
      *    Old LIBUSRSRC source saved before it is replaced           *
      *****************************************************************
       FD  BAK113
           LABEL RECORDS ARE STANDARD.
       01  BAK113R                           PIC X(220).

      *****************************************************************
      *    Regenerated LIBUSRSRC source, before it is renumbered      *
      *    into place                                                 *
      *****************************************************************
       FD  NEW113
           LABEL RECORDS ARE STANDARD.
       01  NEW113R                           PIC X(220).

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

      *****************************************************************
      *    Printed comparison report                                  *
      *****************************************************************
       FD  RPA144
           LABEL RECORDS ARE STANDARD.
       01  RPA144R                           PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  BA01-09.
           03  BA01-EOF                      PIC X(01).
           03  BA02-EOF                      PIC X(01).
      *            The RPA114 position read was past the end          *
           03  BA03-NREC                     PIC X(01).
      *            Line and page counters                             *
           03  BA04-LINE                     PIC S9(03)  COMP-3.
           03  BA05-PAGE                     PIC S9(05)  COMP-3.
      *            Run date and release cycle                         *
           03  BA06-DATE                     PIC 9(06).
           03  BA07-CYC                      PIC 9(04).
      *            Lines searched ahead for a promotion copy line in  *
      *            the new release                                    *
           03  BA08-LOOK                     PIC S9(05)  COMP-3
                                             VALUE +200.
      *            BLK113 of the previous record, for the block start *
           03  BA09-BLK                      PIC X(01).
           03  BA10-EOF                      PIC X(01).
       01  BA11-29.
      *            Position of the current new release line, its      *
      *            record, and the new release exhausted switch       *
           03  BA11-APOS                     PIC 9(07).
           03  BA12-AEOF                     PIC X(01).
           03  BA13-ACUR.
               05  FILLER                    PIC X(08).
               05  BA13-ADTA                 PIC X(114).
               05  FILLER                    PIC X(98).
      *            Relative key of RPA114                             *
           03  BA14-KEY                      PIC 9(07).
      *            Search work - scan position, its limit, and the    *
      *            found switch                                       *
           03  BA15-POS                      PIC 9(07).
           03  BA16-LIM                      PIC 9(07).
           03  BA17-FND                      PIC X(01).
      *            Anchor of the next block - the last not changed    *
      *            line written                                       *
           03  BA18-ANCH                     PIC X(114).
      *            Key the cross-reference traced for the promotion   *
      *            copy line in hand                                  *
           03  BA19-TKEY                     PIC X(80).
      *            Lines written to the regenerated source, the       *
      *            sequence increment and the sequence number         *
           03  BA20-OCNT                     PIC S9(07)  COMP-3.
           03  BA21-INC                      PIC 9(03).
           03  BA22-SEQ                      PIC 9(06).
      *            The member could not be rebased, and why           *
           03  BA23-FAIL                     PIC X(01).
           03  BA24-WHY                      PIC X(50).
      *            The block being written - type, key, class, the    *
      *            old block it came from, its first line's position  *
      *            and origin fields                                  *
           03  BA25-TYP                      PIC X(01).
           03  BA26-BKEY                     PIC X(80).
           03  BA27-CLS                      PIC X(01).
           03  BA28-OSUB                     PIC S9(04)  COMP-3.
           03  BA29-BPOS                     PIC 9(06).
       01  BA30-39.
           03  BA30-ORG                      PIC X(06).
           03  BA31-DAT                      PIC X(06).
           03  BA32-REF                      PIC X(06).
      *            Per-member file overrides                          *
           03  BA33-LIBF                     PIC X(40).
           03  BA34-NRLF                     PIC X(40).
           03  BA35-PROF                     PIC X(40).
           03  BA36-XRFF                     PIC X(40).
           03  BA37-BAKF                     PIC X(40).
           03  BA38-NEWF                     PIC X(40).
      *            Table subscript                                    *
           03  BA39-SUB                      PIC S9(04)  COMP-3.

      *****************************************************************
      *    Blocks of the old LIBUSRSRC source - key, type, anchor,    *
      *    first deleted line, line count, origin fields, sequence    *
      *    and a used switch set when a regenerated block takes it    *
      *****************************************************************
       01  BA40-TABLE.
           03  BA40-ENT  OCCURS 500.
               05  BA41-KEY                  PIC X(80).
               05  BA42-TYP                  PIC X(01).
               05  BA43-ANC                  PIC X(114).
               05  BA44-FDL                  PIC X(114).
               05  BA45-CNT                  PIC S9(04)  COMP-3.
               05  BA46-ORG                  PIC X(06).
               05  BA47-DAT                  PIC X(06).
               05  BA48-REF                  PIC X(06).
               05  BA49-SEQ                  PIC X(06).
               05  BA50-USED                 PIC X(01).
       01  BA51-CNT                          PIC S9(04)  COMP-3.
       01  BA52-SUB                          PIC S9(04)  COMP-3.
       01  BA53-ANC                          PIC X(114).

      *****************************************************************
      *    Run of differing lines being collected - new release       *
      *    lines the promotion copy no longer has, and promotion      *
      *    copy lines the new release does not have, with the key     *
      *    traced for each and the first key traced for the run -     *
      *    a run only ever rebuilds one old block                     *
      *****************************************************************
       01  BA55-TABLE.
           03  BA55-ENT  OCCURS 500.
               05  BA56-DTA                  PIC X(114).
       01  BA57-DCNT                         PIC S9(04)  COMP-3.
       01  BA58-RKEY                         PIC X(80).
       01  BA60-TABLE.
           03  BA60-ENT  OCCURS 500.
               05  BA61-DTA                  PIC X(114).
               05  BA62-KEY                  PIC X(80).
       01  BA63-ICNT                         PIC S9(04)  COMP-3.

      *****************************************************************
      *    Promotion copy lines read ahead - the line in hand and     *
      *    the two after it, with an end switch per line.  A line     *
      *    found further on in the new release is only taken when     *
      *    the lines after it follow it there too                     *
      *****************************************************************
       01  BA64-TABLE.
           03  BA64-ENT  OCCURS 3.
               05  BA65-REC.
                   07  FILLER                PIC X(06).
                   07  BA66-CHG              PIC X(01).
                   07  FILLER                PIC X(01).
                   07  BA67-DTA              PIC X(114).
                   07  FILLER                PIC X(98).
               05  BA68-END                  PIC X(01).
       01  BA69-SUB                          PIC S9(04)  COMP-3.

      *****************************************************************
      *    Regenerated source record being written                    *
      *****************************************************************
       01  BA70-REC.
           03  BA71-SEQ                      PIC X(06).
           03  BA72-CHG                      PIC X(01).
           03  BA73-BLK                      PIC X(01).
           03  BA74-DTA                      PIC X(114).
           03  BA75-KEY                      PIC X(80).
           03  BA76-ORG                      PIC X(06).
           03  BA77-DAT                      PIC X(06).
           03  BA78-REF                      PIC X(06).
       01  BA79-SEQ REDEFINES BA70-REC.
           03  BA79-NUM                      PIC 9(06).
           03  FILLER                        PIC X(214).

      *****************************************************************
      *    Counts per class - K kept, M moved, R re-anchored, N new   *
      *    hand change, D dropped - for the member and the run        *
      *****************************************************************
       01  BA80-CNT.
           03  BA81-MBLK                     PIC S9(07)  COMP-3.
           03  BA82-MKEP                     PIC S9(07)  COMP-3.
           03  BA83-MMOV                     PIC S9(07)  COMP-3.
           03  BA84-MRAN                     PIC S9(07)  COMP-3.
           03  BA85-MNEW                     PIC S9(07)  COMP-3.
           03  BA86-MDRP                     PIC S9(07)  COMP-3.
           03  BA91-RBLK                     PIC S9(07)  COMP-3.
           03  BA92-RKEP                     PIC S9(07)  COMP-3.
           03  BA93-RMOV                     PIC S9(07)  COMP-3.
           03  BA94-RRAN                     PIC S9(07)  COMP-3.
           03  BA95-RNEW                     PIC S9(07)  COMP-3.
           03  BA96-RDRP                     PIC S9(07)  COMP-3.
           03  BA97-RMBR                     PIC S9(07)  COMP-3.
           03  BA98-RREB                     PIC S9(07)  COMP-3.
           03  BA99-RFAI                     PIC S9(07)  COMP-3.

      *****************************************************************
      *    Print lines                                                *
      *****************************************************************
       01  BR01-HDR1.
           03  FILLER                        PIC X(08)
                                             VALUE 'RPA144'.
           03  FILLER                        PIC X(40)
               VALUE 'REBASE LIBUSRSRC ONTO THE NEW RELEASE'.
           03  FILLER                        PIC X(26) VALUE SPACE.
           03  FILLER                        PIC X(06)
                                             VALUE 'DATE '.
           03  BR02-DATE                     PIC 99B99B99.
           03  FILLER                        PIC X(24) VALUE SPACE.
           03  FILLER                        PIC X(05)
                                             VALUE 'PAGE '.
           03  BR03-PAGE                     PIC ZZZZ9.
       01  BR04-HDR2.
           03  FILLER                        PIC X(38)
               VALUE ' MEMBER     LIBRARY    CLASS          '.
           03  FILLER                        PIC X(94)
               VALUE 'BLOCK     LINE OLDSEQ  OLD  NEW KEY113'.
       01  BR05-DTL.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR06-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR07-LIB                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR08-CLS                      PIC X(14).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR09-TYP                      PIC X(07).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR10-POS                      PIC ZZZZZ9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR11-OSEQ                     PIC X(06).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR12-OCNT                     PIC ZZZ9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR13-NCNT                     PIC ZZZ9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR14-KEY                      PIC X(60).
       01  BR15-MTOT.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR16-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  FILLER                        PIC X(07)
                                             VALUE 'BLOCKS'.
           03  BR17-BLK                      PIC ZZZZZ9.
           03  FILLER                        PIC X(06)
                                             VALUE '  KEPT'.
           03  BR18-KEP                      PIC ZZZZZ9.
           03  FILLER                        PIC X(07)
                                             VALUE '  MOVED'.
           03  BR19-MOV                      PIC ZZZZZ9.
           03  FILLER                        PIC X(13)
                                             VALUE '  RE-ANCHORED'.
           03  BR20-RAN                      PIC ZZZZZ9.
           03  FILLER                        PIC X(05)
                                             VALUE '  NEW'.
           03  BR21-NEW                      PIC ZZZZZ9.
           03  FILLER                        PIC X(09)
                                             VALUE '  DROPPED'.
           03  BR22-DRP                      PIC ZZZZZ9.
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  BR23-STS                      PIC X(40).
       01  BR24-SUM.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  BR25-TXT                      PIC X(40).
           03  BR26-VAL                      PIC ZZZZZZ9.
       01  BR27-BLNK                         PIC X(132) VALUE SPACE.
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
           IF    BA01-EOF EQUAL '1'
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
      *    Rebase one member - load its old blocks, compare the       *
      *    promotion copy with the new release, and put the result    *
      *    in place when the member rebased cleanly                   *
      *****************************************************************
       R1001.
           ADD   1 TO BA97-RMBR.
           MOVE  ZERO  TO BA81-MBLK
                          BA82-MKEP
                          BA83-MMOV
                          BA84-MRAN
                          BA85-MNEW
                          BA86-MDRP.
           MOVE  SPACE TO BA23-FAIL
                          BA24-WHY.
           PERFORM R95.
           PERFORM R20.
           IF    BA23-FAIL EQUAL SPACE
                 PERFORM R30.
      *    Old blocks no regenerated block took are gone
           IF    BA23-FAIL EQUAL SPACE
                 PERFORM R55.
           MOVE  MBR137    TO BR16-MBR.
           MOVE  BA81-MBLK TO BR17-BLK.
           MOVE  BA82-MKEP TO BR18-KEP.
           MOVE  BA83-MMOV TO BR19-MOV.
           MOVE  BA84-MRAN TO BR20-RAN.
           MOVE  BA85-MNEW TO BR21-NEW.
           MOVE  BA86-MDRP TO BR22-DRP.
           IF    BA23-FAIL EQUAL SPACE
                 PERFORM R70
                 ADD  1 TO BA98-RREB
                 MOVE 'REBASED' TO BR23-STS
           ELSE
                 PERFORM R75
                 ADD  1 TO BA99-RFAI
                 MOVE BA24-WHY  TO BR23-STS.
           MOVE  BR15-MTOT TO RPA144R.
           PERFORM R85.
           MOVE  BR27-BLNK TO RPA144R.
           PERFORM R85.
       R1099.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Load the old LIBUSRSRC blocks - one entry per block with   *
      *    the not changed line before it as its anchor               *
      *****************************************************************
       R2001.
           MOVE  ZERO  TO BA51-CNT
                          BA02-EOF.
           MOVE  SPACE TO BA09-BLK
                          BA53-ANC.
           OPEN  INPUT RPA113.
       R2003.
           READ  RPA113 AT END
                 MOVE '1' TO BA02-EOF.
           IF    BA02-EOF EQUAL '1'
                 GO TO R2009.
           IF    BLK113 EQUAL SPACE
                 GO TO R2007.
           IF    BLK113 EQUAL BA09-BLK
                 GO TO R2005.
      *    The first line of a block
           IF    BA51-CNT NOT LESS 500
                 MOVE '1' TO BA23-FAIL
                 MOVE 'MORE THAN 500 USRFD BLOCKS' TO BA24-WHY
                 GO TO R2009.
           ADD   1 TO BA51-CNT.
           MOVE  KEY113   TO BA41-KEY (BA51-CNT).
           MOVE  BLK113   TO BA42-TYP (BA51-CNT).
           MOVE  BA53-ANC TO BA43-ANC (BA51-CNT).
           MOVE  SPACE    TO BA44-FDL (BA51-CNT)
                             BA50-USED (BA51-CNT).
           MOVE  ZERO     TO BA45-CNT (BA51-CNT).
           MOVE  ORG113   TO BA46-ORG (BA51-CNT).
           MOVE  DAT113   TO BA47-DAT (BA51-CNT).
           MOVE  REF113   TO BA48-REF (BA51-CNT).
           MOVE  SEQ113   TO BA49-SEQ (BA51-CNT).
       R2005.
           ADD   1 TO BA45-CNT (BA51-CNT).
           IF    BA41-KEY (BA51-CNT) EQUAL SPACE
                 MOVE KEY113 TO BA41-KEY (BA51-CNT).
           IF    BA44-FDL (BA51-CNT) EQUAL SPACE
           AND   CHG113 EQUAL 'D'
                 MOVE DTA113 TO BA44-FDL (BA51-CNT).
           GO TO R2008.
       R2007.
           IF    CHG113 EQUAL SPACE
           AND   DTA113 NOT EQUAL SPACE
                 MOVE DTA113 TO BA53-ANC.
       R2008.
           MOVE  BLK113 TO BA09-BLK.
           GO TO R2003.
       R2009.
           CLOSE RPA113.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Compare the promotion copy with the new release - a        *
      *    promotion copy line that is the current new release line   *
      *    is a not changed line; one found up to BA08-LOOK lines     *
      *    further on makes the new release lines passed over         *
      *    deleted; anything else, and every customization line       *
      *    (CHG115 'I'), is inserted.  Message rows and vendor        *
      *    deleted lines are not part of either source                *
      *****************************************************************
       R3001.
           MOVE  ZERO  TO BA20-OCNT
                          BA57-DCNT
                          BA63-ICNT
                          BA11-APOS
                          BA02-EOF
                          BA10-EOF.
           MOVE  SPACE TO BA18-ANCH
                          BA58-RKEY
                          BA64-TABLE
                          BA12-AEOF.
           OPEN  INPUT  PRO115
                        RPA114
                        RPA112.
           OPEN  OUTPUT NEW113.
           PERFORM R84.
           PERFORM R82.
           PERFORM R88.
           PERFORM R88.
           PERFORM R83.
           IF    BA02-EOF EQUAL '1'
           OR    BA12-AEOF EQUAL '1'
                 MOVE '1' TO BA23-FAIL
                 MOVE 'PROMOTION COPY OR NEW RELEASE SOURCE MISSING'
                      TO BA24-WHY
                 GO TO R3009.
       R3003.
           IF    BA02-EOF EQUAL '1'
                 GO TO R3007.
           PERFORM R35.
           IF    CHG115 EQUAL 'I'
           OR    BA12-AEOF EQUAL '1'
                 GO TO R3005.
           IF    DTA115 EQUAL BA13-ADTA
                 PERFORM R36
                 GO TO R3006.
           IF    DTA115 EQUAL SPACE
                 GO TO R3005.
           PERFORM R37.
           IF    BA17-FND EQUAL '1'
                 GO TO R3006.
       R3005.
           PERFORM R38.
       R3006.
           PERFORM R83.
           GO TO R3003.
       R3007.
      *    New release lines left over were deleted at the end
           IF    BA12-AEOF EQUAL '1'
                 GO TO R3008.
           PERFORM R39.
           PERFORM R84.
           GO TO R3007.
       R3008.
           PERFORM R40.
       R3009.
           CLOSE PRO115
                 RPA114
                 RPA112
                 NEW113.
       R3099.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Trace the key of the promotion copy line in hand - the     *
      *    cross-reference entry at its sequence number, or the key   *
      *    the merge wrote on a customization line                    *
      *****************************************************************
       R3501.
           MOVE  SPACE TO BA19-TKEY.
       R3503.
           IF    BA10-EOF EQUAL '1'
                 GO TO R3505.
           IF    SEQ112 LESS SEQ115
                 PERFORM R82
                 GO TO R3503.
           IF    SEQ112 EQUAL SEQ115
                 MOVE KEY112 TO BA19-TKEY.
       R3505.
           IF    BA19-TKEY EQUAL SPACE
           AND   CHG115 EQUAL 'I'
                 MOVE KEY115 TO BA19-TKEY.
       R3599.
           EXIT.

       R36 SECTION.
      *****************************************************************
      *    A not changed line - close the run of differing lines      *
      *    before it, write it, and make it the anchor of the next    *
      *****************************************************************
       R3601.
           PERFORM R40.
           MOVE  BA13-ACUR TO BA70-REC.
           MOVE  SPACE     TO BA72-CHG
                              BA73-BLK
                              BA75-KEY.
           PERFORM R48.
           MOVE  BA74-DTA  TO BA18-ANCH.
           PERFORM R84.
       R3699.
           EXIT.

       R37 SECTION.
      *****************************************************************
      *    Look for the promotion copy line further on in the new     *
      *    release - found, and confirmed by the lines after it       *
      *    (R47), the lines passed over are deleted and the line      *
      *    found is a not changed line.  A line that is not           *
      *    confirmed anywhere in reach is inserted                    *
      *****************************************************************
       R3701.
           MOVE  SPACE TO BA17-FND.
           ADD   1         TO BA11-APOS GIVING BA15-POS.
           ADD   BA11-APOS BA08-LOOK GIVING BA16-LIM.
       R3703.
           IF    BA15-POS GREATER BA16-LIM
                 GO TO R3799.
           MOVE  BA15-POS TO BA14-KEY.
           PERFORM R86.
           IF    BA03-NREC EQUAL '1'
                 GO TO R3799.
           IF    CHG114 NOT EQUAL 'D'
           AND   DTA114 EQUAL DTA115
                 PERFORM R47.
           IF    BA17-FND EQUAL '1'
                 GO TO R3707.
           ADD   1 TO BA15-POS.
           GO TO R3703.
       R3707.
           IF    BA11-APOS NOT LESS BA15-POS
                 GO TO R3709.
           PERFORM R39.
           PERFORM R84.
           GO TO R3707.
       R3709.
           PERFORM R36.
       R3799.
           EXIT.

       R38 SECTION.
      *****************************************************************
      *    Collect an inserted line - a line traced to another key    *
      *    than the run collected so far closes the run first, so     *
      *    two old blocks are never written as one                    *
      *****************************************************************
       R3801.
           IF    BA19-TKEY NOT EQUAL SPACE
           AND   BA58-RKEY NOT EQUAL SPACE
           AND   BA19-TKEY NOT EQUAL BA58-RKEY
                 PERFORM R40.
           IF    BA58-RKEY EQUAL SPACE
                 MOVE BA19-TKEY TO BA58-RKEY.
           IF    BA63-ICNT NOT LESS 500
                 MOVE '1' TO BA23-FAIL
                 MOVE 'MORE THAN 500 DIFFERING LINES IN ONE BLOCK'
                      TO BA24-WHY
                 GO TO R3899.
           ADD   1 TO BA63-ICNT.
           MOVE  DTA115    TO BA61-DTA (BA63-ICNT).
           MOVE  BA19-TKEY TO BA62-KEY (BA63-ICNT).
       R3899.
           EXIT.

       R39 SECTION.
      *****************************************************************
      *    Collect a deleted new release line                         *
      *****************************************************************
       R3901.
           IF    BA57-DCNT NOT LESS 500
                 MOVE '1' TO BA23-FAIL
                 MOVE 'MORE THAN 500 DIFFERING LINES IN ONE BLOCK'
                      TO BA24-WHY
                 GO TO R3999.
           ADD   1 TO BA57-DCNT.
           MOVE  BA13-ADTA TO BA56-DTA (BA57-DCNT).
       R3999.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Write the run of differing lines collected as one block -  *
      *    its deleted lines first, then its inserted lines, as a     *
      *    REPLACE block is laid out                                  *
      *****************************************************************
       R4001.
           IF    BA57-DCNT EQUAL ZERO
           AND   BA63-ICNT EQUAL ZERO
                 GO TO R4099.
           ADD   1 TO BA81-MBLK
                      BA91-RBLK.
           IF    BA57-DCNT EQUAL ZERO
                 MOVE 'I' TO BA25-TYP
           ELSE  IF   BA63-ICNT EQUAL ZERO
                      MOVE 'D' TO BA25-TYP
                 ELSE
                      MOVE 'C' TO BA25-TYP.
           ADD   1 TO BA20-OCNT GIVING BA29-BPOS.
           PERFORM R45.
           MOVE  ZERO TO BA39-SUB.
       R4003.
           IF    BA39-SUB NOT LESS BA57-DCNT
                 GO TO R4005.
           ADD   1 TO BA39-SUB.
           MOVE  SPACE    TO BA70-REC.
           MOVE  'D'      TO BA72-CHG.
           MOVE  BA25-TYP TO BA73-BLK.
           MOVE  BA56-DTA (BA39-SUB) TO BA74-DTA.
           MOVE  BA26-BKEY TO BA75-KEY.
           MOVE  BA30-ORG TO BA76-ORG.
           MOVE  BA31-DAT TO BA77-DAT.
           MOVE  BA32-REF TO BA78-REF.
           PERFORM R48.
           GO TO R4003.
       R4005.
           MOVE  ZERO TO BA39-SUB.
       R4007.
           IF    BA39-SUB NOT LESS BA63-ICNT
                 GO TO R4009.
           ADD   1 TO BA39-SUB.
           MOVE  SPACE    TO BA70-REC.
           MOVE  'I'      TO BA72-CHG.
           MOVE  BA25-TYP TO BA73-BLK.
           MOVE  BA61-DTA (BA39-SUB) TO BA74-DTA.
           MOVE  BA62-KEY (BA39-SUB) TO BA75-KEY.
           IF    BA75-KEY EQUAL SPACE
                 MOVE BA26-BKEY TO BA75-KEY.
           MOVE  BA30-ORG TO BA76-ORG.
           MOVE  BA31-DAT TO BA77-DAT.
           MOVE  BA32-REF TO BA78-REF.
           PERFORM R48.
           GO TO R4007.
       R4009.
           PERFORM R50.
           MOVE  ZERO  TO BA57-DCNT
                          BA63-ICNT.
           MOVE  SPACE TO BA58-RKEY.
       R4099.
           EXIT.

       R45 SECTION.
      *****************************************************************
      *    Key and class of the block - the first traced key of its   *
      *    inserted lines, else the old delete or replace block with  *
      *    the same first deleted line.  A block that traces to an    *
      *    old block keeps that block's origin fields and is KEPT     *
      *    on the same anchor, MOVED when its old anchor is still in  *
      *    the new release and RE-ANCHORED when it is not.  A block   *
      *    that traces to nothing is a NEW hand change                *
      *****************************************************************
       R4501.
           MOVE  SPACE TO BA26-BKEY
                          BA30-ORG
                          BA31-DAT
                          BA32-REF.
           MOVE  ZERO  TO BA28-OSUB
                          BA39-SUB.
       R4503.
           IF    BA39-SUB NOT LESS BA63-ICNT
                 GO TO R4505.
           ADD   1 TO BA39-SUB.
           IF    BA62-KEY (BA39-SUB) EQUAL SPACE
                 GO TO R4503.
           MOVE  BA62-KEY (BA39-SUB) TO BA26-BKEY.
       R4505.
           MOVE  ZERO TO BA52-SUB.
       R4507.
           IF    BA52-SUB NOT LESS BA51-CNT
                 GO TO R4511.
           ADD   1 TO BA52-SUB.
           IF    BA50-USED (BA52-SUB) EQUAL '1'
                 GO TO R4507.
           IF    BA26-BKEY NOT EQUAL SPACE
                 IF   BA41-KEY (BA52-SUB) EQUAL BA26-BKEY
                      GO TO R4509
                 ELSE
                      GO TO R4507.
           IF    BA57-DCNT GREATER ZERO
           AND   BA42-TYP (BA52-SUB) NOT EQUAL 'I'
           AND   BA44-FDL (BA52-SUB) EQUAL BA56-DTA (1)
                 GO TO R4509.
           GO TO R4507.
       R4509.
           MOVE  BA52-SUB TO BA28-OSUB.
           MOVE  '1'      TO BA50-USED (BA52-SUB).
           MOVE  BA41-KEY (BA52-SUB) TO BA26-BKEY.
           MOVE  BA46-ORG (BA52-SUB) TO BA30-ORG.
           MOVE  BA47-DAT (BA52-SUB) TO BA31-DAT.
           MOVE  BA48-REF (BA52-SUB) TO BA32-REF.
       R4511.
      *    Traced to nothing - a hand change of this cycle
           IF    BA26-BKEY NOT EQUAL SPACE
                 GO TO R4513.
           MOVE  'N'       TO BA27-CLS.
           MOVE  BA29-BPOS TO BA22-SEQ.
           STRING 'HAND-'  DELIMITED BY SIZE
                  MBR137   DELIMITED BY SPACE
                  '-'      DELIMITED BY SIZE
                  BA22-SEQ DELIMITED BY SIZE
                  INTO BA26-BKEY.
           MOVE  'REBASE'  TO BA30-ORG.
           MOVE  BA06-DATE TO BA31-DAT.
           ADD   1 TO BA85-MNEW
                      BA95-RNEW.
           GO TO R4599.
       R4513.
      *    Traced by the cross-reference to a key no longer in the
      *    old source - kept as it stands
           MOVE  'K' TO BA27-CLS.
           IF    BA28-OSUB EQUAL ZERO
                 GO TO R4515.
           IF    BA43-ANC (BA28-OSUB) EQUAL BA18-ANCH
                 GO TO R4515.
           PERFORM R46.
           IF    BA17-FND EQUAL '1'
                 MOVE 'M' TO BA27-CLS
                 ADD  1 TO BA83-MMOV
                           BA93-RMOV
           ELSE
                 MOVE 'R' TO BA27-CLS
                 ADD  1 TO BA84-MRAN
                           BA94-RRAN.
           GO TO R4599.
       R4515.
           ADD   1 TO BA82-MKEP
                      BA92-RKEP.
       R4599.
           EXIT.

       R46 SECTION.
      *****************************************************************
      *    Is the old anchor of the block still in the new release ?  *
      *****************************************************************
       R4601.
           MOVE  SPACE TO BA17-FND.
           IF    BA43-ANC (BA28-OSUB) EQUAL SPACE
                 MOVE '1' TO BA17-FND
                 GO TO R4699.
           MOVE  1 TO BA15-POS.
       R4603.
           MOVE  BA15-POS TO BA14-KEY.
           PERFORM R86.
           IF    BA03-NREC EQUAL '1'
                 GO TO R4699.
           IF    CHG114 NOT EQUAL 'D'
           AND   DTA114 EQUAL BA43-ANC (BA28-OSUB)
                 MOVE '1' TO BA17-FND
                 GO TO R4699.
           ADD   1 TO BA15-POS.
           GO TO R4603.
       R4699.
           EXIT.

       R47 SECTION.
      *****************************************************************
      *    Confirm a promotion copy line found at BA15-POS - the      *
      *    promotion copy lines read ahead must be the new release    *
      *    lines after it.  Customization lines read ahead are        *
      *    passed over, and the end of either source confirms, so a   *
      *    line near the end can still be found                       *
      *****************************************************************
       R4701.
           MOVE  '1'      TO BA17-FND.
           MOVE  BA15-POS TO BA14-KEY.
           MOVE  1        TO BA69-SUB.
       R4703.
           IF    BA69-SUB NOT LESS 3
                 GO TO R4799.
           ADD   1 TO BA69-SUB.
           IF    BA68-END (BA69-SUB) EQUAL '1'
                 GO TO R4799.
           IF    BA66-CHG (BA69-SUB) EQUAL 'I'
                 GO TO R4703.
       R4705.
           ADD   1 TO BA14-KEY.
           PERFORM R86.
           IF    BA03-NREC EQUAL '1'
                 GO TO R4799.
           IF    CHG114 EQUAL 'D'
                 GO TO R4705.
           IF    DTA114 NOT EQUAL BA67-DTA (BA69-SUB)
                 MOVE SPACE TO BA17-FND
                 GO TO R4799.
           GO TO R4703.
       R4799.
           EXIT.

       R48 SECTION.
      *****************************************************************
      *    Write a regenerated source line - numbered by position     *
      *    for now, R70 renumbers it into place                       *
      *****************************************************************
       R4801.
           ADD   1 TO BA20-OCNT.
           MOVE  BA20-OCNT TO BA79-NUM.
           WRITE NEW113R FROM BA70-REC.
       R4899.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Print a block that moved, was re-anchored or is new        *
      *****************************************************************
       R5001.
           IF    BA27-CLS EQUAL 'K'
                 GO TO R5099.
           MOVE  MBR137    TO BR06-MBR.
           MOVE  LIB137    TO BR07-LIB.
           MOVE  BA29-BPOS TO BR10-POS.
           ADD   BA57-DCNT BA63-ICNT GIVING BR13-NCNT.
           MOVE  BA26-BKEY TO BR14-KEY.
           MOVE  SPACE     TO BR11-OSEQ.
           MOVE  ZERO      TO BR12-OCNT.
           IF    BA28-OSUB GREATER ZERO
                 MOVE BA49-SEQ (BA28-OSUB) TO BR11-OSEQ
                 MOVE BA45-CNT (BA28-OSUB) TO BR12-OCNT.
           IF    BA25-TYP EQUAL 'I'
                 MOVE 'INSERT'  TO BR09-TYP
           ELSE  IF   BA25-TYP EQUAL 'D'
                      MOVE 'DELETE'  TO BR09-TYP
                 ELSE
                      MOVE 'REPLACE' TO BR09-TYP.
           IF    BA27-CLS EQUAL 'M'
                 MOVE 'MOVED'       TO BR08-CLS
           ELSE  IF   BA27-CLS EQUAL 'R'
                      MOVE 'RE-ANCHORED' TO BR08-CLS
                 ELSE
                      MOVE 'NEW'         TO BR08-CLS.
           MOVE  BR05-DTL TO RPA144R.
           PERFORM R85.
       R5099.
           EXIT.

       R55 SECTION.
      *****************************************************************
      *    Print the old blocks no regenerated block took             *
      *****************************************************************
       R5501.
           MOVE  ZERO TO BA52-SUB.
       R5503.
           IF    BA52-SUB NOT LESS BA51-CNT
                 GO TO R5599.
           ADD   1 TO BA52-SUB.
           IF    BA50-USED (BA52-SUB) EQUAL '1'
                 GO TO R5503.
           ADD   1 TO BA86-MDRP
                      BA96-RDRP.
           MOVE  MBR137    TO BR06-MBR.
           MOVE  LIB137    TO BR07-LIB.
           MOVE  'DROPPED' TO BR08-CLS.
           MOVE  ZERO      TO BR10-POS
                              BR13-NCNT.
           MOVE  BA49-SEQ (BA52-SUB) TO BR11-OSEQ.
           MOVE  BA45-CNT (BA52-SUB) TO BR12-OCNT.
           MOVE  BA41-KEY (BA52-SUB) TO BR14-KEY.
           IF    BA42-TYP (BA52-SUB) EQUAL 'I'
                 MOVE 'INSERT'  TO BR09-TYP
           ELSE  IF   BA42-TYP (BA52-SUB) EQUAL 'D'
                      MOVE 'DELETE'  TO BR09-TYP
                 ELSE
                      MOVE 'REPLACE' TO BR09-TYP.
           MOVE  BR05-DTL TO RPA144R.
           PERFORM R85.
           GO TO R5503.
       R5599.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    Run summary                                                *
      *****************************************************************
       R6001.
           PERFORM R87.
           MOVE ' REBASE SUMMARY' TO RPA144R.
           PERFORM R85.
           MOVE  BR27-BLNK TO RPA144R.
           PERFORM R85.
           MOVE 'MEMBERS SHIPPED'           TO BR25-TXT.
           MOVE  BA97-RMBR TO BR26-VAL.
           PERFORM R65.
           MOVE '  REBASED'                 TO BR25-TXT.
           MOVE  BA98-RREB TO BR26-VAL.
           PERFORM R65.
           MOVE '  NOT REBASED'             TO BR25-TXT.
           MOVE  BA99-RFAI TO BR26-VAL.
           PERFORM R65.
           MOVE 'BLOCKS REGENERATED'        TO BR25-TXT.
           MOVE  BA91-RBLK TO BR26-VAL.
           PERFORM R65.
           MOVE '  KEPT ON THEIR ANCHOR'    TO BR25-TXT.
           MOVE  BA92-RKEP TO BR26-VAL.
           PERFORM R65.
           MOVE '  MOVED'                   TO BR25-TXT.
           MOVE  BA93-RMOV TO BR26-VAL.
           PERFORM R65.
           MOVE '  RE-ANCHORED'             TO BR25-TXT.
           MOVE  BA94-RRAN TO BR26-VAL.
           PERFORM R65.
           MOVE '  NEW HAND CHANGES'        TO BR25-TXT.
           MOVE  BA95-RNEW TO BR26-VAL.
           PERFORM R65.
           MOVE 'OLD BLOCKS DROPPED'        TO BR25-TXT.
           MOVE  BA96-RDRP TO BR26-VAL.
           PERFORM R65.
       R6099.
           EXIT.

       R65 SECTION.
      *****************************************************************
      *    Print one summary line                                     *
      *****************************************************************
       R6501.
           MOVE  BR24-SUM TO RPA144R.
           PERFORM R85.
       R6599.
           EXIT.

       R70 SECTION.
      *****************************************************************
      *    Put the regenerated source in place - save the old source, *
      *    then copy the work file over it with the sequence numbers  *
      *    spaced as RPA121 spaces them                               *
      *****************************************************************
       R7001.
           OPEN  INPUT  RPA113.
           OPEN  OUTPUT BAK113.
           MOVE  ZERO TO BA02-EOF.
       R7003.
           READ  RPA113 AT END
                 MOVE '1' TO BA02-EOF.
           IF    BA02-EOF EQUAL '1'
                 GO TO R7005.
           MOVE  RPA113R TO BAK113R.
           WRITE BAK113R.
           GO TO R7003.
       R7005.
           CLOSE RPA113
                 BAK113.
           IF    BA20-OCNT NOT GREATER 9999
                 MOVE 100 TO BA21-INC
           ELSE  IF   BA20-OCNT NOT GREATER 99999
                      MOVE 10 TO BA21-INC
                 ELSE
                      MOVE 1  TO BA21-INC.
           OPEN  INPUT  NEW113.
           OPEN  OUTPUT RPA113.
           MOVE  ZERO TO BA02-EOF.
       R7007.
           READ  NEW113 INTO BA70-REC AT END
                 MOVE '1' TO BA02-EOF.
           IF    BA02-EOF EQUAL '1'
                 GO TO R7009.
           MULTIPLY BA79-NUM BY BA21-INC GIVING BA22-SEQ.
           MOVE  BA22-SEQ TO BA79-NUM.
           WRITE RPA113R FROM BA70-REC.
           GO TO R7007.
       R7009.
           CLOSE NEW113
                 RPA113.
       R7099.
           EXIT.

       R75 SECTION.
      *****************************************************************
      *    Log a member that could not be rebased - its LIBUSRSRC     *
      *    source is left as it was                                   *
      *****************************************************************
       R7501.
           MOVE  ' '      TO ODOBRT.
           MOVE  'E0190'  TO ODOBRC.
           MOVE  MBR137   TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           STRING '***RPA*MESSAGE *** LIBUSRSRC NOT REBASED - '
                                      DELIMITED BY SIZE
                  BA24-WHY            DELIMITED BY SIZE
                  INTO ODOBTX.
           MOVE  ZERO     TO ODOBB1
                             ODOBB2
                             ODOBB3.
           WRITE RPA105R.
       R7599.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read next shipped member                                   *
      *****************************************************************
       R8101.
           READ  RPA137 AT END
                 MOVE '1' TO BA01-EOF.
       R8199.
           EXIT.

       R82 SECTION.
      *****************************************************************
      *    Read next cross-reference entry                            *
      *****************************************************************
       R8201.
           READ  RPA112 AT END
                 MOVE '1' TO BA10-EOF.
       R8299.
           EXIT.

       R83 SECTION.
      *****************************************************************
      *    Next promotion copy line - the first line read ahead       *
      *****************************************************************
       R8301.
           PERFORM R88.
           IF    BA68-END (1) EQUAL '1'
                 MOVE '1' TO BA02-EOF
                 GO TO R8399.
           MOVE  BA65-REC (1) TO PRO115R.
       R8399.
           EXIT.

       R84 SECTION.
      *****************************************************************
      *    Step to the next new release line the vendor did not       *
      *    delete, and keep it as the current line                    *
      *****************************************************************
       R8401.
           IF    BA12-AEOF EQUAL '1'
                 GO TO R8499.
       R8403.
           ADD   1 TO BA11-APOS.
           MOVE  BA11-APOS TO BA14-KEY.
           PERFORM R86.
           IF    BA03-NREC EQUAL '1'
                 MOVE '1' TO BA12-AEOF
                 GO TO R8499.
           IF    CHG114 EQUAL 'D'
                 GO TO R8403.
           MOVE  RPA114R TO BA13-ACUR.
       R8499.
           EXIT.

       R85 SECTION.
      *****************************************************************
      *    Print a line, starting a new page when the page is full    *
      *****************************************************************
       R8501.
           IF    BA04-LINE GREATER 56
                 PERFORM R87.
           WRITE RPA144R.
           ADD   1 TO BA04-LINE.
       R8599.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Read the new release line at position BA14-KEY             *
      *****************************************************************
       R8601.
           MOVE  SPACE TO BA03-NREC.
           READ  RPA114 INVALID
                 MOVE '1' TO BA03-NREC.
       R8699.
           EXIT.

       R87 SECTION.
      *****************************************************************
      *    Print the page heading                                     *
      *****************************************************************
       R8701.
           ADD   1          TO BA05-PAGE.
           MOVE  BA05-PAGE  TO BR03-PAGE.
           MOVE  BR01-HDR1 TO RPA144R.
           WRITE RPA144R.
           MOVE  BR27-BLNK TO RPA144R.
           WRITE RPA144R.
           MOVE  BR04-HDR2 TO RPA144R.
           WRITE RPA144R.
           MOVE  3 TO BA04-LINE.
       R8799.
           EXIT.

       R88 SECTION.
      *****************************************************************
      *    Read one promotion copy line ahead - message rows and      *
      *    vendor deleted lines are passed over                       *
      *****************************************************************
       R8801.
           MOVE  BA64-ENT (2) TO BA64-ENT (1).
           MOVE  BA64-ENT (3) TO BA64-ENT (2).
           IF    BA68-END (3) EQUAL '1'
                 GO TO R8899.
       R8803.
           READ  PRO115 AT END
                 MOVE '1' TO BA68-END (3).
           IF    BA68-END (3) EQUAL '1'
                 GO TO R8899.
           IF    CHG115 EQUAL 'M'
           OR    CHG115 EQUAL 'R'
                 GO TO R8803.
           MOVE  PRO115R TO BA65-REC (3).
       R8899.
           EXIT.

       R95 SECTION.
      *****************************************************************
      *    Build this member's file overrides - LIBUSRSRC as RPA116   *
      *    names it (with the optional library), its saved copy and   *
      *    work file beside it, and the new release, promotion copy   *
      *    and cross-reference of the member                          *
      *****************************************************************
       R9501.
           IF    LIB137 EQUAL SPACE
                 MOVE  SPACE  TO BA33-LIBF
                 STRING 'DATABASE-' DELIMITED BY SIZE
                        MBR137      DELIMITED BY SPACE
                        '-RPA113'   DELIMITED BY SIZE
                        INTO BA33-LIBF
           ELSE
                 MOVE  SPACE  TO BA33-LIBF
                 STRING 'DATABASE-' DELIMITED BY SIZE
                        LIB137      DELIMITED BY SPACE
                        '-'         DELIMITED BY SIZE
                        MBR137      DELIMITED BY SPACE
                        '-RPA113'   DELIMITED BY SIZE
                        INTO BA33-LIBF.
           MOVE  SPACE  TO BA37-BAKF.
           STRING BA33-LIBF   DELIMITED BY SPACE
                  '-B'        DELIMITED BY SIZE
                  INTO BA37-BAKF.
           MOVE  SPACE  TO BA38-NEWF.
           STRING BA33-LIBF   DELIMITED BY SPACE
                  '-R'        DELIMITED BY SIZE
                  INTO BA38-NEWF.
           MOVE  SPACE  TO BA34-NRLF.
           STRING 'DATABASE-' DELIMITED BY SIZE
                  MBR137      DELIMITED BY SPACE
                  '-RPA114'   DELIMITED BY SIZE
                  INTO BA34-NRLF.
           MOVE  SPACE  TO BA35-PROF.
           STRING 'DATABASE-' DELIMITED BY SIZE
                  MBR137      DELIMITED BY SPACE
                  '-RPA115-P' DELIMITED BY SIZE
                  INTO BA35-PROF.
           MOVE  SPACE  TO BA36-XRFF.
           STRING 'DATABASE-' DELIMITED BY SIZE
                  MBR137      DELIMITED BY SPACE
                  '-RPA112'   DELIMITED BY SIZE
                  INTO BA36-XRFF.
       R9599.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program - stamp the exception record once, as   *
      *    every RPA105 writer does                                   *
      *****************************************************************
       R9801.
           MOVE  ZERO TO BA01-EOF
                         BA04-LINE
                         BA05-PAGE
                         BA91-RBLK
                         BA92-RKEP
                         BA93-RMOV
                         BA94-RRAN
                         BA95-RNEW
                         BA96-RDRP
                         BA97-RMBR
                         BA98-RREB
                         BA99-RFAI.
           ACCEPT BA06-DATE FROM DATE.
           MOVE  BA06-DATE TO BR02-DATE.
           MOVE  1 TO BA07-CYC.
           OPEN  INPUT RPA103.
           READ  RPA103 AT END
                 MOVE '1' TO BA01-EOF.
           IF    BA01-EOF NOT EQUAL '1'
           AND   CYC103  GREATER ZERO
                 MOVE CYC103 TO BA07-CYC.
           CLOSE RPA103.
           MOVE  BA07-CYC  TO ODOBCY.
           MOVE  BA06-DATE TO ODOBDT.
           OPEN  EXTEND RPA105.
           OPEN  INPUT  RPA137.
           OPEN  OUTPUT RPA144.
           MOVE  ZERO TO BA01-EOF.
           PERFORM R87.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - log a job summary row                      *
      *****************************************************************
       R9901.
           MOVE  'S'       TO ODOBRT.
           MOVE  SPACE     TO ODOBRC.
           MOVE  'RPA144'  TO ODOBNM.
           MOVE  SPACE     TO ODOBTX.
           MOVE  BA98-RREB TO ODOBB1.
           MOVE  BA99-RFAI TO ODOBB2.
           MOVE  ZERO      TO ODOBB3.
           WRITE RPA105R.
           CLOSE RPA137
                 RPA105
                 RPA144.
       R9999.
           EXIT.
