       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA148.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA148 - Compile result feedback                  *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    Reads the compile feedback file (RPA149) the compile side  *
      *    returns for the members RPA137 handed off - one record per *
      *    member with the return code, the error count and the       *
      *    sequence number of each error line - and records the       *
      *    outcome on the member's disposition (RPA108): 'C' compiled *
      *    clean, 'F' compile failed.  A compile fails on a return    *
      *    code above CF08-MAXR or on any error line.  Every error    *
      *    line of a failed member is looked up in the promotion copy *
      *    that was compiled (the -RPA115-P file RPA137 wrote): a     *
      *    customization line is traced through the member's          *
      *    cross-reference (RPA112, SEQ112 = SEQ115) to its key, and  *
      *    the key through the master cross-reference (RPA109) to its *
      *    LIBUSRSRC library.  A new release line is reported with    *
      *    the nearest customization above it, the likeliest culprit. *
      *    The report (RPA148) says, per error line, which            *
      *    customization in which library it came from.  A failed     *
      *    compile is logged to the manual-review log (RPA105) as     *
      *    E0270, with an I0280 row per traced error line, so it      *
      *    shows in the RPA120 review.                                *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA149 ASSIGN TO DATABASE-RPA149.
           SELECT OPTIONAL PRO115 ASSIGN TO CF28-PROF.
           SELECT OPTIONAL RPA112 ASSIGN TO CF29-XRFF.
           SELECT OPTIONAL RPA109 ASSIGN TO DATABASE-RPA109
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY IS KEY109 WITH DUPLICATES.
           SELECT RPA108 ASSIGN TO DATABASE-RPA108.
           SELECT RPA105 ASSIGN TO DATABASE-RPA105.
           SELECT RPA103 ASSIGN TO DATABASE-RPA103.
           SELECT RPA148 ASSIGN TO DATABASE-RPA148.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Compile feedback - one record per compiled member: the     *
      *    return code, the number of error lines, and the sequence   *
      *    number of each (the first 50)                              *
      *****************************************************************
       FD  RPA149
           LABEL RECORDS ARE STANDARD.
       01  RPA149R.
           03  MBR149                        PIC X(10).
           03  LIB149                        PIC X(10).
           03  RTC149                        PIC 9(04).
           03  ERR149                        PIC 9(05).
           03  SEQ149  OCCURS 50             PIC 9(06).

      *****************************************************************
      *    Promotion copy of the merged output - the source that was  *
      *    compiled                                                   *
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
      *    position                                                   *
      *****************************************************************
       FD  RPA112
           LABEL RECORDS ARE STANDARD.
       01  RPA112R.
           03  KEY112                        PIC X(80).
           03  CHG112                        PIC X(01).
           03  SEQ112                        PIC X(06).

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
      *    Member disposition - the compile outcome is recorded in    *
      *    place                                                      *
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

      *****************************************************************
      *    Printed compile feedback report                            *
      *****************************************************************
       FD  RPA148
           LABEL RECORDS ARE STANDARD.
       01  RPA148R                           PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  CF01-19.
           03  CF01-EOF                      PIC X(01).
           03  CF02-EOF                      PIC X(01).
      *            Line and page counters                             *
           03  CF03-LINE                     PIC S9(03)  COMP-3.
           03  CF04-PAGE                     PIC S9(05)  COMP-3.
      *            Release cycle and run date                         *
           03  CF05-CYC                      PIC 9(04).
           03  CF06-DATE                     PIC 9(06).
      *            Compile outcome of the member in hand              *
           03  CF07-DSP                      PIC X(01).
      *            Highest return code that is still a clean compile  *
           03  CF08-MAXR                     PIC S9(04)  COMP-3
                                             VALUE +4.
      *            Error lines of the member in hand carried by the   *
      *            record                                             *
           03  CF09-NERR                     PIC S9(04)  COMP-3.
      *            Key and sequence number of the last customization  *
      *            line passed while walking the promotion copy       *
           03  CF10-LKEY                     PIC X(80).
      *            Sequence number of the line in hand, numeric       *
           03  CF11-SEQ                      PIC 9(06).
      *            Job totals                                         *
           03  CF12-MBRS                     PIC S9(07)  COMP-3.
           03  CF13-CLN                      PIC S9(07)  COMP-3.
           03  CF14-FLD                      PIC S9(07)  COMP-3.
           03  CF15-ERRS                     PIC S9(07)  COMP-3.
           03  CF16-TRC                      PIC S9(07)  COMP-3.
           03  CF17-NODS                     PIC S9(07)  COMP-3.
       01  CF20-29.
      *            Text of the report line being built                *
           03  CF20-TXT                      PIC X(120).
      *            Edited numbers for the texts                       *
           03  CF21-ESEQ                     PIC 9(06).
      *            Per-member file overrides - the promotion copy     *
      *            and the cross-reference                            *
           03  CF28-PROF                     PIC X(40).
           03  CF29-XRFF                     PIC X(40).

      *****************************************************************
      *    Print lines                                                *
      *****************************************************************
       01  CF30-HDR1.
           03  FILLER                        PIC X(08)
                                             VALUE 'RPA148'.
           03  FILLER                        PIC X(40)
               VALUE 'COMPILE RESULT FEEDBACK'.
           03  FILLER                        PIC X(26) VALUE SPACE.
           03  FILLER                        PIC X(06)
                                             VALUE 'DATE '.
           03  CF31-DATE                     PIC 99B99B99.
           03  FILLER                        PIC X(24) VALUE SPACE.
           03  FILLER                        PIC X(05)
                                             VALUE 'PAGE '.
           03  CF32-PAGE                     PIC ZZZZ9.
       01  CF33-HDR2.
           03  FILLER                        PIC X(132)
               VALUE ' MEMBER     LIBRARY      RC ERRORS  OUTCOME'.
       01  CF34-MBR.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  CF35-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  CF36-LIB                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  CF37-RC                       PIC ZZZ9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  CF38-ERR                      PIC ZZZZZ9.
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  CF39-OUT                      PIC X(40).
       01  CF40-DTL.
           03  FILLER                        PIC X(05) VALUE SPACE.
           03  CF41-TXT                      PIC X(120).
       01  CF42-SUM.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  CF43-TXT                      PIC X(40).
           03  CF44-VAL                      PIC ZZZZZZ9.
       01  CF45-BLNK                         PIC X(132) VALUE SPACE.

      *****************************************************************
      *    Error lines of the member in hand - the sequence number,   *
      *    what the line turned out to be ('I' customization line,    *
      *    'B' new release line, blank not found), the key traced     *
      *    to, its library, and whether RPA112 confirmed the key      *
      *****************************************************************
       01  CF50-TABLE.
           03  CF50-ENT  OCCURS 50.
               05  CF51-SEQ                  PIC 9(06).
               05  CF52-FND                  PIC X(01).
               05  CF53-KEY                  PIC X(80).
               05  CF54-LIB                  PIC X(10).
               05  CF55-XRF                  PIC X(01).
       01  CF56-57.
           03  CF56-SUB                      PIC S9(04)  COMP-3.
           03  CF57-SUB                      PIC S9(04)  COMP-3.

      *****************************************************************
      *    Compile outcome per member, applied to RPA108 at the end   *
      *****************************************************************
       01  CF60-TABLE.
           03  CF60-ENT  OCCURS 500.
               05  CF61-MBR                  PIC X(10).
               05  CF62-LIB                  PIC X(10).
               05  CF63-DSP                  PIC X(01).
               05  CF64-HIT                  PIC X(01).
       01  CF65-66.
           03  CF65-CNT                      PIC S9(04)  COMP-3.
           03  CF66-SUB                      PIC S9(04)  COMP-3.
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
           IF    CF01-EOF EQUAL '1'
                 GO TO R0005.
           PERFORM R10.
           PERFORM R81.
           GO TO R0003.
       R0005.
      *    Record the outcomes on the disposition file
           IF    CF65-CNT GREATER ZERO
                 PERFORM R50.
           PERFORM R60.
       R0009.
           PERFORM R99.
       R0099.
      *    GOBACK, not STOP RUN - callable behind the compile job
      *    that returns the feedback, and run standalone it still
      *    ends the job
           GOBACK.

       R10 SECTION.
      *****************************************************************
      *    One member's compile feedback                              *
      *****************************************************************
       R1001.
           ADD   1 TO CF12-MBRS.
           IF    RTC149 NOT NUMERIC
                 MOVE 9999 TO RTC149.
           IF    ERR149 NOT NUMERIC
                 MOVE ZERO TO ERR149.
           IF    RTC149 GREATER CF08-MAXR
           OR    ERR149 GREATER ZERO
                 MOVE 'F' TO CF07-DSP
                 ADD  1   TO CF14-FLD
           ELSE
                 MOVE 'C' TO CF07-DSP
                 ADD  1   TO CF13-CLN.
           PERFORM R15.
           MOVE  MBR149 TO CF35-MBR.
           MOVE  LIB149 TO CF36-LIB.
           MOVE  RTC149 TO CF37-RC.
           MOVE  ERR149 TO CF38-ERR.
           IF    CF07-DSP EQUAL 'C'
                 MOVE 'COMPILED CLEAN' TO CF39-OUT
           ELSE
                 MOVE 'COMPILE FAILED' TO CF39-OUT.
           MOVE  CF45-BLNK TO RPA148R.
           PERFORM R85.
           MOVE  CF34-MBR  TO RPA148R.
           PERFORM R85.
           IF    CF07-DSP EQUAL 'C'
                 GO TO R1099.
      *    --------------------------------------------------
      *    A failed compile - trace every error line it named
      *    --------------------------------------------------
           PERFORM R40.
           IF    ERR149 GREATER 50
                 MOVE 'MORE ERROR LINES THAN THE FEEDBACK RECORD CARRIES
      -          ' - THE FIRST 50 ARE TRACED'  TO CF41-TXT
                 MOVE  CF40-DTL TO RPA148R
                 PERFORM R85.
           MOVE  ' '      TO ODOBRT.
           MOVE  'E0270'  TO ODOBRC.
           MOVE  MBR149   TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           STRING '***RPA*MESSAGE *** COMPILE FAILED - RETURN CODE '
                                      DELIMITED BY SIZE
                  RTC149              DELIMITED BY SIZE
                  ', ERROR LINES '    DELIMITED BY SIZE
                  ERR149              DELIMITED BY SIZE
                  INTO ODOBTX.
           MOVE  ERR149   TO ODOBB1.
           MOVE  RTC149   TO ODOBB2.
           MOVE  ZERO     TO ODOBB3.
           WRITE RPA105R.
           IF    CF09-NERR GREATER ZERO
                 MOVE 1 TO CF56-SUB
                 PERFORM R45.
       R1099.
           EXIT.

       R15 SECTION.
      *****************************************************************
      *    Keep the member's outcome for the disposition file - a     *
      *    member reported twice keeps its last outcome               *
      *****************************************************************
       R1501.
           MOVE  1 TO CF66-SUB.
       R1503.
           IF    CF66-SUB GREATER CF65-CNT
                 GO TO R1505.
           IF    CF61-MBR (CF66-SUB) EQUAL MBR149
           AND   CF62-LIB (CF66-SUB) EQUAL LIB149
                 MOVE CF07-DSP TO CF63-DSP (CF66-SUB)
                 GO TO R1599.
           ADD   1 TO CF66-SUB.
           GO TO R1503.
       R1505.
           IF    CF65-CNT NOT LESS 500
                 MOVE  ' '      TO ODOBRT
                 MOVE  'E0150'  TO ODOBRC
                 MOVE  MBR149   TO ODOBNM
                 MOVE '***RPA*MESSAGE *** FAILED MEMBER TABLE FULL - COM
      -       'PILE OUTCOME NOT RECORDED'
                                TO ODOBTX
                 MOVE  ZERO     TO ODOBB1
                                   ODOBB2
                                   ODOBB3
                 WRITE RPA105R
                 GO TO R1599.
           ADD   1 TO CF65-CNT.
           MOVE  MBR149   TO CF61-MBR (CF65-CNT).
           MOVE  LIB149   TO CF62-LIB (CF65-CNT).
           MOVE  CF07-DSP TO CF63-DSP (CF65-CNT).
           MOVE  SPACE    TO CF64-HIT (CF65-CNT).
       R1599.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Trace the error lines - load them, find each in the        *
      *    promotion copy, confirm the customization keys in the      *
      *    cross-reference, then find each key's library              *
      *****************************************************************
       R4001.
           MOVE  ERR149 TO CF09-NERR.
           IF    CF09-NERR GREATER 50
                 MOVE 50 TO CF09-NERR.
           MOVE  1 TO CF56-SUB.
       R4003.
           IF    CF56-SUB GREATER CF09-NERR
                 GO TO R4005.
           IF    SEQ149 (CF56-SUB) NUMERIC
                 MOVE SEQ149 (CF56-SUB) TO CF51-SEQ (CF56-SUB)
           ELSE
                 MOVE ZERO TO CF51-SEQ (CF56-SUB).
           MOVE  SPACE TO CF52-FND (CF56-SUB)
                          CF53-KEY (CF56-SUB)
                          CF54-LIB (CF56-SUB)
                          CF55-XRF (CF56-SUB).
           ADD   1 TO CF56-SUB.
           GO TO R4003.
       R4005.
           PERFORM R95.
           PERFORM R20.
           PERFORM R30.
           MOVE  1 TO CF56-SUB.
       R4007.
           IF    CF56-SUB GREATER CF09-NERR
                 GO TO R4099.
           IF    CF53-KEY (CF56-SUB) NOT EQUAL SPACE
                 PERFORM R35.
           ADD   1 TO CF56-SUB.
           GO TO R4007.
       R4099.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Walk the promotion copy once.  An error on a customization *
      *    line belongs to that line's key; an error on a new         *
      *    release line is charged to the nearest customization       *
      *    above it                                                   *
      *****************************************************************
       R2001.
           MOVE  SPACE TO CF10-LKEY.
           OPEN  INPUT PRO115.
           MOVE  ZERO  TO CF02-EOF.
       R2003.
           READ  PRO115 AT END
                 MOVE '1' TO CF02-EOF.
           IF    CF02-EOF EQUAL '1'
                 GO TO R2009.
           IF    CHG115 EQUAL 'M'
           OR    CHG115 EQUAL 'R'
           OR    SEQ115 NOT NUMERIC
                 GO TO R2003.
           MOVE  SEQ115 TO CF11-SEQ.
           MOVE  1 TO CF57-SUB.
       R2005.
           IF    CF57-SUB GREATER CF09-NERR
                 GO TO R2007.
           IF    CF51-SEQ (CF57-SUB) EQUAL CF11-SEQ
                 IF   CHG115 EQUAL 'I'
                      MOVE 'I'       TO CF52-FND (CF57-SUB)
                      MOVE KEY115    TO CF53-KEY (CF57-SUB)
                 ELSE
                      MOVE 'B'       TO CF52-FND (CF57-SUB)
                      MOVE CF10-LKEY TO CF53-KEY (CF57-SUB).
           ADD   1 TO CF57-SUB.
           GO TO R2005.
       R2007.
           IF    CHG115 EQUAL 'I'
           AND   KEY115 NOT EQUAL SPACE
                 MOVE KEY115 TO CF10-LKEY.
           GO TO R2003.
       R2009.
           CLOSE PRO115.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Confirm the keys of the customization lines hit - the      *
      *    cross-reference entry whose SEQ112 is the error line's     *
      *    sequence number carries the key the merge recorded         *
      *****************************************************************
       R3001.
           OPEN  INPUT RPA112.
           MOVE  ZERO  TO CF02-EOF.
       R3003.
           READ  RPA112 AT END
                 MOVE '1' TO CF02-EOF.
           IF    CF02-EOF EQUAL '1'
                 GO TO R3009.
           IF    SEQ112 NOT NUMERIC
                 GO TO R3003.
           MOVE  SEQ112 TO CF11-SEQ.
           MOVE  1 TO CF57-SUB.
       R3005.
           IF    CF57-SUB GREATER CF09-NERR
                 GO TO R3003.
           IF    CF51-SEQ (CF57-SUB) EQUAL CF11-SEQ
           AND   CF52-FND (CF57-SUB) EQUAL 'I'
                 MOVE KEY112 TO CF53-KEY (CF57-SUB)
                 MOVE '1'    TO CF55-XRF (CF57-SUB).
           ADD   1 TO CF57-SUB.
           GO TO R3005.
       R3009.
           CLOSE RPA112.
       R3099.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    The LIBUSRSRC library of a key - the master cross-         *
      *    reference entry for the key and this member; without one   *
      *    the library the compile side reported                      *
      *****************************************************************
       R3501.
           MOVE  LIB149 TO CF54-LIB (CF56-SUB).
           MOVE  CF53-KEY (CF56-SUB) TO XKY109.
           MOVE  MBR149     TO XMB109.
           MOVE  LOW-VALUE  TO XLB109.
           MOVE  ZERO TO CF02-EOF.
           START RPA109 KEY IS NOT LESS KEY109
                 INVALID KEY MOVE '1' TO CF02-EOF.
           IF    CF02-EOF EQUAL '1'
                 GO TO R3599.
           READ  RPA109 NEXT RECORD AT END
                 MOVE '1' TO CF02-EOF.
           IF    CF02-EOF EQUAL '1'
                 GO TO R3599.
           IF    XKY109 EQUAL CF53-KEY (CF56-SUB)
           AND   XMB109 EQUAL MBR149
                 MOVE XLB109 TO CF54-LIB (CF56-SUB).
       R3599.
           EXIT.

       R45 SECTION.
      *****************************************************************
      *    Print the traced error lines and log each one that came    *
      *    from a customization                                       *
      *****************************************************************
       R4501.
           IF    CF56-SUB GREATER CF09-NERR
                 GO TO R4599.
           ADD   1 TO CF15-ERRS.
           MOVE  CF51-SEQ (CF56-SUB) TO CF21-ESEQ.
           MOVE  SPACE TO CF20-TXT.
           IF    CF52-FND (CF56-SUB) EQUAL SPACE
                 STRING 'COMPILE ERROR AT LINE ' DELIMITED BY SIZE
                        CF21-ESEQ                DELIMITED BY SIZE
                        ' IS NOT IN THE SHIPPED SOURCE'
                                                 DELIMITED BY SIZE
                        INTO CF20-TXT
                 GO TO R4505.
           IF    CF53-KEY (CF56-SUB) EQUAL SPACE
                 STRING 'COMPILE ERROR AT LINE ' DELIMITED BY SIZE
                        CF21-ESEQ                DELIMITED BY SIZE
                        ' IS A NEW RELEASE LINE WITH NO CUSTOMIZATION AB
      -                 'OVE IT'                 DELIMITED BY SIZE
                        INTO CF20-TXT
                 GO TO R4505.
           ADD   1 TO CF16-TRC.
           IF    CF52-FND (CF56-SUB) EQUAL 'I'
                 STRING 'COMPILE ERROR AT LINE ' DELIMITED BY SIZE
                        CF21-ESEQ                DELIMITED BY SIZE
                        ' CAME FROM CUSTOMIZATION '
                                                 DELIMITED BY SIZE
                        CF53-KEY (CF56-SUB)      DELIMITED BY '  '
                        ' IN LIBRARY '           DELIMITED BY SIZE
                        CF54-LIB (CF56-SUB)      DELIMITED BY SPACE
                        INTO CF20-TXT
           ELSE
                 STRING 'COMPILE ERROR AT LINE ' DELIMITED BY SIZE
                        CF21-ESEQ                DELIMITED BY SIZE
                        ' (NEW RELEASE LINE) FOLLOWS CUSTOMIZATION '
                                                 DELIMITED BY SIZE
                        CF53-KEY (CF56-SUB)      DELIMITED BY '  '
                        ' IN LIBRARY '           DELIMITED BY SIZE
                        CF54-LIB (CF56-SUB)      DELIMITED BY SPACE
                        INTO CF20-TXT.
           MOVE  ' '      TO ODOBRT.
           MOVE  'I0280'  TO ODOBRC.
           MOVE  MBR149   TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           STRING '***RPA*MESSAGE *** ' DELIMITED BY SIZE
                  CF20-TXT              DELIMITED BY SIZE
                  INTO ODOBTX.
           MOVE  CF51-SEQ (CF56-SUB) TO ODOBB1.
           MOVE  ZERO     TO ODOBB2
                             ODOBB3.
           WRITE RPA105R.
       R4505.
           MOVE  CF20-TXT TO CF41-TXT.
           MOVE  CF40-DTL TO RPA148R.
           PERFORM R85.
      *    A key read off the source line the merge never cross-
      *    referenced is worth a second look
           IF    CF52-FND (CF56-SUB) EQUAL 'I'
           AND   CF55-XRF (CF56-SUB) NOT EQUAL '1'
                 MOVE '  KEY TAKEN FROM THE SOURCE LINE - NO CROSS-REFER
      -          'ENCE ENTRY'   TO CF41-TXT
                 MOVE  CF40-DTL TO RPA148R
                 PERFORM R85.
           ADD   1 TO CF56-SUB.
           GO TO R4501.
       R4599.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Record the outcomes in the disposition file in place -     *
      *    only the rows of members with feedback are touched         *
      *****************************************************************
       R5001.
           OPEN  I-O   RPA108.
           MOVE  ZERO  TO CF02-EOF.
       R5003.
           READ  RPA108 AT END
                 MOVE '1' TO CF02-EOF.
           IF    CF02-EOF EQUAL '1'
                 GO TO R5009.
           MOVE  1 TO CF66-SUB.
       R5005.
           IF    CF66-SUB GREATER CF65-CNT
                 GO TO R5003.
           IF    CF61-MBR (CF66-SUB) EQUAL MBR108
           AND   CF62-LIB (CF66-SUB) EQUAL LIB108
                 MOVE CF63-DSP (CF66-SUB) TO DSP108
                 MOVE '1' TO CF64-HIT (CF66-SUB)
                 REWRITE RPA108R
                 GO TO R5003.
           ADD   1 TO CF66-SUB.
           GO TO R5005.
       R5009.
           CLOSE RPA108.
       R5099.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    Report the members with feedback but no disposition row,   *
      *    then the totals                                            *
      *****************************************************************
       R6001.
           MOVE  1 TO CF66-SUB.
       R6003.
           IF    CF66-SUB GREATER CF65-CNT
                 GO TO R6005.
           IF    CF64-HIT (CF66-SUB) NOT EQUAL '1'
                 ADD   1 TO CF17-NODS
                 MOVE  SPACE TO CF20-TXT
                 STRING CF61-MBR (CF66-SUB) DELIMITED BY SPACE
                        ' HAS NO DISPOSITION ROW - OUTCOME NOT RECORDED'
                                            DELIMITED BY SIZE
                        INTO CF20-TXT
                 MOVE  CF20-TXT TO CF41-TXT
                 MOVE  CF40-DTL TO RPA148R
                 PERFORM R85.
           ADD   1 TO CF66-SUB.
           GO TO R6003.
       R6005.
           MOVE  CF45-BLNK TO RPA148R.
           PERFORM R85.
           MOVE 'MEMBERS WITH COMPILE FEEDBACK'  TO CF43-TXT.
           MOVE  CF12-MBRS TO CF44-VAL.
           PERFORM R67.
           MOVE '  COMPILED CLEAN'               TO CF43-TXT.
           MOVE  CF13-CLN  TO CF44-VAL.
           PERFORM R67.
           MOVE '  COMPILE FAILED'               TO CF43-TXT.
           MOVE  CF14-FLD  TO CF44-VAL.
           PERFORM R67.
           MOVE 'ERROR LINES TRACED'             TO CF43-TXT.
           MOVE  CF15-ERRS TO CF44-VAL.
           PERFORM R67.
           MOVE '  CHARGED TO A CUSTOMIZATION'   TO CF43-TXT.
           MOVE  CF16-TRC  TO CF44-VAL.
           PERFORM R67.
           MOVE 'MEMBERS WITHOUT A DISPOSITION ROW' TO CF43-TXT.
           MOVE  CF17-NODS TO CF44-VAL.
           PERFORM R67.
       R6099.
           EXIT.

       R67 SECTION.
      *****************************************************************
      *    Print one summary line                                     *
      *****************************************************************
       R6701.
           MOVE  CF42-SUM TO RPA148R.
           PERFORM R85.
       R6799.
           EXIT.

       R81 SECTION.
      *****************************************************************
      *    Read next compile feedback record                          *
      *****************************************************************
       R8101.
           READ  RPA149 AT END
                 MOVE '1' TO CF01-EOF.
       R8199.
           EXIT.

       R85 SECTION.
      *****************************************************************
      *    Print a line, starting a new page when the page is full    *
      *****************************************************************
       R8501.
           IF    CF03-LINE GREATER 56
                 PERFORM R86.
           WRITE RPA148R.
           ADD   1 TO CF03-LINE.
       R8599.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Print the page heading                                     *
      *****************************************************************
       R8601.
           ADD   1         TO CF04-PAGE.
           MOVE  CF04-PAGE TO CF32-PAGE.
           MOVE  CF30-HDR1 TO RPA148R.
           WRITE RPA148R.
           MOVE  CF45-BLNK TO RPA148R.
           WRITE RPA148R.
           MOVE  CF33-HDR2 TO RPA148R.
           WRITE RPA148R.
           MOVE  3 TO CF03-LINE.
       R8699.
           EXIT.

       R95 SECTION.
      *****************************************************************
      *    Build this member's file overrides - the promotion copy    *
      *    RPA137 wrote, and the cross-reference of the merge         *
      *****************************************************************
       R9501.
           MOVE  SPACE  TO CF28-PROF.
           STRING 'DATABASE-' DELIMITED BY SIZE
                  MBR149      DELIMITED BY SPACE
                  '-RPA115-P' DELIMITED BY SIZE
                  INTO CF28-PROF.
           MOVE  SPACE  TO CF29-XRFF.
           STRING 'DATABASE-' DELIMITED BY SIZE
                  MBR149      DELIMITED BY SPACE
                  '-RPA112'   DELIMITED BY SIZE
                  INTO CF29-XRFF.
       R9599.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program                                         *
      *****************************************************************
       R9801.
           MOVE  ZERO TO CF04-PAGE
                         CF12-MBRS
                         CF13-CLN
                         CF14-FLD
                         CF15-ERRS
                         CF16-TRC
                         CF17-NODS
                         CF65-CNT.
           ACCEPT CF06-DATE FROM DATE.
           MOVE  1 TO CF05-CYC.
           OPEN  INPUT RPA103.
           MOVE  ZERO  TO CF01-EOF.
           READ  RPA103 AT END
                 MOVE '1' TO CF01-EOF.
           IF    CF01-EOF NOT EQUAL '1'
           AND   CYC103  GREATER ZERO
                 MOVE CYC103 TO CF05-CYC.
           CLOSE RPA103.
           OPEN  EXTEND RPA105.
           MOVE  CF05-CYC  TO ODOBCY.
           MOVE  CF06-DATE TO ODOBDT.
      *    The master cross-reference is only there once RPA128 has
      *    run - without it the libraries come from the feedback
           OPEN  INPUT RPA109.
           MOVE  CF06-DATE TO CF31-DATE.
           OPEN  OUTPUT RPA148.
           PERFORM R86.
           OPEN  INPUT RPA149.
           MOVE  ZERO TO CF01-EOF.
           PERFORM R81.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - log a job summary row: members compiled    *
      *    clean, members failed, error lines traced to a key         *
      *****************************************************************
       R9901.
           MOVE  'S'      TO ODOBRT.
           MOVE  SPACE    TO ODOBRC.
           MOVE  'RPA148'  TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           MOVE  CF13-CLN TO ODOBB1.
           MOVE  CF14-FLD TO ODOBB2.
           MOVE  CF16-TRC TO ODOBB3.
           WRITE RPA105R.
           CLOSE RPA149
                 RPA109
                 RPA105
                 RPA148.
       R9999.
           EXIT.
