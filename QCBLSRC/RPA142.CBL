       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA142.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA142 - Retirement candidates report             *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    Lists, per release cycle, every customization the vendor   *
      *    has absorbed into the new release - the keys the merge     *
      *    (RPA116) marked 'A' in the customization inventory         *
      *    (RPA118) because the block's lines were already present    *
      *    after its anchor.  These are the candidates to retire      *
      *    from LIBUSRSRC, listed by member, library and KEY113.      *
      *    Without a parameter the live inventory of the cycle in     *
      *    hand is read; a cycle number reads that cycle's archive    *
      *    (DATABASE-RPA118-Cnnnn, written by RPA124) instead.  A     *
      *    key merged more than once in the cycle counts with the     *
      *    status of its last merge, as RPA124 counts it.             *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RPA103 ASSIGN TO DATABASE-RPA103.
           SELECT OPTIONAL RPA118 ASSIGN TO I26-INVF.
           SELECT WRK1   ASSIGN TO DATABASE-RPA142W1.
           SELECT SRT142 ASSIGN TO DATABASE-SRT142.
           SELECT RPA142 ASSIGN TO DATABASE-RPA142.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Cycle control - the release cycle number                   *
      *****************************************************************
       FD  RPA103
           LABEL RECORDS ARE STANDARD.
       01  RPA103R.
           03  CYC103                        PIC 9(04).
           03  FILLER                        PIC X(06).

      *****************************************************************
      *    Customization inventory - live, or a cycle archive         *
      *****************************************************************
       FD  RPA118
           LABEL RECORDS ARE STANDARD.
       01  RPA118R.
           03  KEY118                        PIC X(80).
           03  MBR118                        PIC X(10).
           03  LIB118                        PIC X(10).
           03  STA118                        PIC X(01).

      *****************************************************************
      *    Sorted inventory - member / library / key order            *
      *****************************************************************
       FD  WRK1
           LABEL RECORDS ARE STANDARD.
       01  WRK1R.
           03  KEYW1                         PIC X(80).
           03  MBRW1                         PIC X(10).
           03  LIBW1                         PIC X(10).
           03  STAW1                         PIC X(01).

      *****************************************************************
      *    Sort work file                                             *
      *****************************************************************
       SD  SRT142.
       01  SRT142R.
           03  KEYSRT                        PIC X(80).
           03  MBRSRT                        PIC X(10).
           03  LIBSRT                        PIC X(10).
           03  STASRT                        PIC X(01).

      *****************************************************************
      *    Printed retirement candidates report                       *
      *****************************************************************
       FD  RPA142
           LABEL RECORDS ARE STANDARD.
       01  RPA142R                           PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  I01-09.
           03  I01-EOF                       PIC X(01).
      *            Cycle reported                                     *
           03  I02-CYC                       PIC 9(04).
      *            Line and page counters                             *
           03  I03-LINE                      PIC S9(03)  COMP-3.
           03  I04-PAGE                      PIC S9(05)  COMP-3.
      *            Run date, for the page heading                     *
           03  I05-DATE                      PIC 9(06).
      *            Entry being collapsed - member / library / key     *
      *            and its last status                                *
           03  I06-CURK.
               05  I06-MBR                   PIC X(10).
               05  I06-LIB                   PIC X(10).
               05  I06-KEY                   PIC X(80).
           03  I07-STA                       PIC X(01).
           03  I08-HAVE                      PIC X(01).
       01  I10-19.
      *            Totals - candidates and members holding them       *
           03  I10-KEYS                      PIC S9(07)  COMP-3.
           03  I11-MBRS                      PIC S9(07)  COMP-3.
      *            Member and library of the last candidate printed   *
           03  I12-MBR                       PIC X(10).
           03  I13-LIB                       PIC X(10).
      *            File override of the inventory read                *
           03  I26-INVF                      PIC X(40).

      *****************************************************************
      *    Print lines                                                *
      *****************************************************************
       01  I60-HDR1.
           03  FILLER                        PIC X(08)
                                             VALUE 'RPA142'.
           03  FILLER                        PIC X(30)
               VALUE 'RETIREMENT CANDIDATES'.
           03  FILLER                        PIC X(06)
                                             VALUE 'CYCLE '.
           03  I61-CYC                       PIC 9(04).
           03  FILLER                        PIC X(26) VALUE SPACE.
           03  FILLER                        PIC X(06)
                                             VALUE 'DATE '.
           03  I62-DATE                      PIC 99B99B99.
           03  FILLER                        PIC X(24) VALUE SPACE.
           03  FILLER                        PIC X(05)
                                             VALUE 'PAGE '.
           03  I63-PAGE                      PIC ZZZZ9.
       01  I64-HDR2.
           03  FILLER                        PIC X(132)
               VALUE ' MEMBER     LIBRARY    KEY113'.
       01  I65-DTL.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  I66-MBR                       PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  I67-LIB                       PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  I69-KEY                       PIC X(80).
       01  I70-TRL.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  FILLER                        PIC X(28)
               VALUE 'ABSORBED CUSTOMIZATIONS'.
           03  I71-KEYS                      PIC ZZZZZZ9.
           03  FILLER                        PIC X(05) VALUE SPACE.
           03  FILLER                        PIC X(09)
                                             VALUE 'MEMBERS'.
           03  I72-MBRS                      PIC ZZZZZZ9.
       01  I73-NONE.
           03  FILLER                        PIC X(132)
               VALUE ' NO ABSORBED CUSTOMIZATIONS THIS CYCLE'.
       01  I74-BLNK                          PIC X(132) VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - the cycle to report, zero for the       *
      *    cycle in hand                                              *
      *****************************************************************
       01  P01-CYC                           PIC 9(04).
      /
       PROCEDURE DIVISION USING P01-CYC.
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
      *    Sort the inventory into member / library / key order
           SORT  SRT142 ON ASCENDING KEY MBRSRT
                                         LIBSRT
                                         KEYSRT
                 USING  RPA118
                 GIVING WRK1.
      *    Collapse each key to its last status and list the
      *    absorbed ones
           PERFORM R20.
           PERFORM R99.
       R0099.
      *    GOBACK, not STOP RUN - callable from the end-of-cycle
      *    job, and run standalone it still ends the job
           GOBACK.

       R20 SECTION.
      *****************************************************************
      *    Walk the sorted inventory - rows of one member / library / *
      *    key are collapsed into one entry with the last row's       *
      *    status, and an entry whose status is 'A' is printed        *
      *****************************************************************
       R2001.
           OPEN  INPUT WRK1.
           MOVE  ZERO  TO I01-EOF.
           MOVE  SPACE TO I08-HAVE.
       R2003.
           READ  WRK1 AT END
                 MOVE '1' TO I01-EOF.
           IF    I01-EOF EQUAL '1'
                 GO TO R2009.
           IF    I08-HAVE EQUAL '1'
           AND   MBRW1 EQUAL I06-MBR
           AND   LIBW1 EQUAL I06-LIB
           AND   KEYW1 EQUAL I06-KEY
                 GO TO R2005.
           IF    I08-HAVE EQUAL '1'
                 PERFORM R30.
           MOVE  MBRW1 TO I06-MBR.
           MOVE  LIBW1 TO I06-LIB.
           MOVE  KEYW1 TO I06-KEY.
           MOVE  '1'   TO I08-HAVE.
       R2005.
           MOVE  STAW1 TO I07-STA.
           GO TO R2003.
       R2009.
           IF    I08-HAVE EQUAL '1'
                 PERFORM R30.
           CLOSE WRK1.
       R2099.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Print one collapsed entry when it is absorbed              *
      *****************************************************************
       R3001.
           IF    I07-STA NOT EQUAL 'A'
                 GO TO R3099.
           ADD   1 TO I10-KEYS.
           IF    I06-MBR NOT EQUAL I12-MBR
           OR    I06-LIB NOT EQUAL I13-LIB
                 ADD  1       TO I11-MBRS
                 MOVE I06-MBR TO I12-MBR
                 MOVE I06-LIB TO I13-LIB.
           MOVE  I06-MBR TO I66-MBR.
           MOVE  I06-LIB TO I67-LIB.
           MOVE  I06-KEY TO I69-KEY.
           MOVE  I65-DTL TO RPA142R.
           PERFORM R85.
       R3099.
           EXIT.

       R85 SECTION.
      *****************************************************************
      *    Print a line, starting a new page when the page is full    *
      *****************************************************************
       R8501.
           IF    I03-LINE GREATER 56
                 PERFORM R86.
           WRITE RPA142R.
           ADD   1 TO I03-LINE.
       R8599.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Print the page heading                                     *
      *****************************************************************
       R8601.
           ADD   1        TO I04-PAGE.
           MOVE  I04-PAGE TO I63-PAGE.
           MOVE  I60-HDR1 TO RPA142R.
           WRITE RPA142R.
           MOVE  I74-BLNK TO RPA142R.
           WRITE RPA142R.
           MOVE  I64-HDR2 TO RPA142R.
           WRITE RPA142R.
           MOVE  3 TO I03-LINE.
       R8699.
           EXIT.

       R95 SECTION.
      *****************************************************************
      *    Build the inventory override - the live file for the       *
      *    cycle in hand, the cycle archive for an earlier cycle      *
      *****************************************************************
       R9501.
           MOVE  SPACE TO I26-INVF.
           IF    P01-CYC EQUAL ZERO
                 MOVE 'DATABASE-RPA118' TO I26-INVF
           ELSE
                 STRING 'DATABASE-RPA118-C' DELIMITED BY SIZE
                        I02-CYC             DELIMITED BY SIZE
                        INTO I26-INVF.
       R9599.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program - settle the cycle reported             *
      *****************************************************************
       R9801.
           OPEN  OUTPUT RPA142.
           MOVE  ZERO  TO I03-LINE
                          I04-PAGE
                          I10-KEYS
                          I11-MBRS.
           MOVE  SPACE TO I12-MBR
                          I13-LIB
                          I07-STA.
           ACCEPT I05-DATE FROM DATE.
           MOVE  I05-DATE TO I62-DATE.
           MOVE  1    TO I02-CYC.
           OPEN  INPUT RPA103.
           MOVE  ZERO TO I01-EOF.
           READ  RPA103 AT END
                 MOVE '1' TO I01-EOF.
           IF    I01-EOF NOT EQUAL '1'
           AND   CYC103  GREATER ZERO
                 MOVE CYC103 TO I02-CYC.
           CLOSE RPA103.
           IF    P01-CYC GREATER ZERO
                 MOVE P01-CYC TO I02-CYC.
           MOVE  I02-CYC TO I61-CYC.
           PERFORM R95.
           PERFORM R86.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - print the totals                           *
      *****************************************************************
       R9901.
           IF    I10-KEYS EQUAL ZERO
                 MOVE  I73-NONE TO RPA142R
                 PERFORM R85.
           MOVE  I74-BLNK TO RPA142R.
           PERFORM R85.
           MOVE  I10-KEYS TO I71-KEYS.
           MOVE  I11-MBRS TO I72-MBRS.
           MOVE  I70-TRL  TO RPA142R.
           PERFORM R85.
           CLOSE RPA142.
       R9999.
           EXIT.
