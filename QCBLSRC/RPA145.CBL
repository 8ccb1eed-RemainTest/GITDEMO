       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA145.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA145 - Customization ownership register         *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    Keeps the ownership register (RPA146) - one entry per      *
      *    customization key and library, holding the owner           *
      *    (ORG113), the originating ticket (REF113), the origin      *
      *    date (DAT113), the date first seen and last merged, the    *
      *    last inventory status, and a justification and review-due  *
      *    date that only analysts maintain.                          *
      *    The refresh action, run once a cycle at end of cycle       *
      *    before RPA124 clears the inventory, walks the LIBUSRSRC    *
      *    source (RPA113) of every member in the list (RPA110) and   *
      *    adds or updates an entry per key, then cross-checks the    *
      *    customization inventory (RPA118): each merged key gets     *
      *    its last-merged date and status, and a key still orphaned  *
      *    or flagged is counted once more per cycle.  The refresh    *
      *    then prints the exceptions report.  The list action only   *
      *    prints it.  Exceptions are keys with no ticket reference,  *
      *    with a review date that has passed, orphaned or flagged    *
      *    for OR-LIM cycles running, or merged this cycle but no     *
      *    longer in LIBUSRSRC.  Keys neither in LIBUSRSRC nor merged *
      *    this cycle are retired - kept, counted, not reported.      *
      *    The update action sets the justification (JUS) or the      *
      *    review-due date (RVD, YYMMDD) of one entry, with the user  *
      *    and date of the change; a refused update prints its        *
      *    reason and ends with return code 8.                        *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA110 ASSIGN TO DATABASE-RPA110.
           SELECT OPTIONAL RPA113 ASSIGN TO OR26-LIBF.
           SELECT RPA118 ASSIGN TO DATABASE-RPA118.
           SELECT OPTIONAL RPA146 ASSIGN TO DATABASE-RPA146
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY IS RKY146.
           SELECT RPA103 ASSIGN TO DATABASE-RPA103.
           SELECT RPA145 ASSIGN TO DATABASE-RPA145.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    LIBUSRSRC member list                                      *
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
      *    Customization inventory of this cycle                      *
      *****************************************************************
       FD  RPA118
           LABEL RECORDS ARE STANDARD.
       01  RPA118R.
           03  KEY118                        PIC X(80).
           03  MBR118                        PIC X(10).
           03  LIB118                        PIC X(10).
           03  STA118                        PIC X(01).

      *****************************************************************
      *    Ownership register - one entry per key and library         *
      *****************************************************************
       FD  RPA146
           LABEL RECORDS ARE STANDARD.
       01  RPA146R.
           03  RKY146.
               05  KEY146                    PIC X(80).
               05  LIB146                    PIC X(10).
      *            Member last carrying the key                       *
           03  MBR146                        PIC X(10).
      *            Owner, ticket and origin date from LIBUSRSRC       *
           03  ORG146                        PIC X(06).
           03  REF146                        PIC X(06).
           03  ODT146                        PIC X(06).
      *            Date first seen and date last merged               *
           03  FST146                        PIC 9(06).
           03  LST146                        PIC 9(06).
      *            Analyst-maintained justification and review-due    *
      *            date, and who last changed them when               *
           03  JUS146                        PIC X(60).
           03  RVD146                        PIC 9(06).
           03  USR146                        PIC X(10).
           03  UPD146                        PIC 9(06).
      *            Last inventory status, cycles running it was       *
      *            orphaned or flagged, the cycle last counted, and   *
      *            the cycle last seen in LIBUSRSRC                   *
           03  STA146                        PIC X(01).
           03  STC146                        PIC 9(03).
           03  CYC146                        PIC 9(04).
           03  SEE146                        PIC 9(04).

      *****************************************************************
      *    Cycle control - the release cycle number                   *
      *****************************************************************
       FD  RPA103
           LABEL RECORDS ARE STANDARD.
       01  RPA103R.
           03  CYC103                        PIC 9(04).
           03  FILLER                        PIC X(06).

      *****************************************************************
      *    Printed exceptions report                                  *
      *****************************************************************
       FD  RPA145
           LABEL RECORDS ARE STANDARD.
       01  RPA145R                           PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  OR01-09.
           03  OR01-EOF                      PIC X(01).
           03  OR02-EOF                      PIC X(01).
      *            The update was refused                             *
           03  OR03-BAD                      PIC X(01).
      *            Line and page counters                             *
           03  OR04-LINE                     PIC S9(03)  COMP-3.
           03  OR05-PAGE                     PIC S9(05)  COMP-3.
      *            Run date and release cycle                         *
           03  OR06-DATE                     PIC 9(06).
           03  OR07-CYC                      PIC 9(04).
      *            Cycles running a key may stay orphaned or flagged  *
      *            before it is reported                              *
           03  OR08-LIM                      PIC S9(03)  COMP-3
                                             VALUE +3.
      *            Key of the previous RPA113 record, so a block is   *
      *            registered once                                    *
           03  OR09-PKEY                     PIC X(80).
       01  OR10-29.
      *            The register entry was not found                   *
           03  OR10-NFND                     PIC X(01).
      *            Exception reason of the line being printed         *
           03  OR11-WHY                      PIC X(24).
      *            Value entered, and its view as a review-due date   *
      *            split for the check                                *
           03  OR12-VAL                      PIC X(60).
           03  OR12-RVD REDEFINES OR12-VAL.
               05  OR13-YMD                  PIC 9(06).
               05  OR14-YMD REDEFINES OR13-YMD.
                   07  FILLER                PIC 9(02).
                   07  OR14-MM               PIC 9(02).
                   07  OR15-DD               PIC 9(02).
               05  OR16-REST                 PIC X(54).
      *            Old value of the change, for the printed line      *
           03  OR17-OLD                      PIC X(60).
      *            Counters                                           *
           03  OR20-NEW                      PIC S9(07)  COMP-3.
           03  OR21-UPD                      PIC S9(07)  COMP-3.
           03  OR22-MRG                      PIC S9(07)  COMP-3.
           03  OR23-NIL                      PIC S9(07)  COMP-3.
           03  OR24-ACT                      PIC S9(07)  COMP-3.
           03  OR25-RET                      PIC S9(07)  COMP-3.
           03  OR26-LIBF                     PIC X(40).
           03  OR27-NTK                      PIC S9(07)  COMP-3.
           03  OR28-EXP                      PIC S9(07)  COMP-3.
           03  OR29-STL                      PIC S9(07)  COMP-3.

      *****************************************************************
      *    Print lines                                                *
      *****************************************************************
       01  OR30-HDR1.
           03  FILLER                        PIC X(08)
                                             VALUE 'RPA145'.
           03  FILLER                        PIC X(40)
               VALUE 'CUSTOMIZATION OWNERSHIP REGISTER'.
           03  FILLER                        PIC X(06)
                                             VALUE 'CYCLE '.
           03  OR31-CYC                      PIC 9(04).
           03  FILLER                        PIC X(16) VALUE SPACE.
           03  FILLER                        PIC X(06)
                                             VALUE 'DATE '.
           03  OR32-DATE                     PIC 99B99B99.
           03  FILLER                        PIC X(24) VALUE SPACE.
           03  FILLER                        PIC X(05)
                                             VALUE 'PAGE '.
           03  OR33-PAGE                     PIC ZZZZ9.
       01  OR34-HDR2.
           03  FILLER                        PIC X(40)
               VALUE ' EXCEPTION                KEY113'.
           03  FILLER                        PIC X(17) VALUE SPACE.
           03  FILLER                        PIC X(36)
               VALUE 'LIBRARY    MEMBER     OWNER  TICKET'.
           03  FILLER                        PIC X(39)
               VALUE 'FIRST    LAST     REVIEW'.
       01  OR35-DTL.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR36-WHY                      PIC X(24).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR37-KEY                      PIC X(30).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR38-LIB                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR39-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR40-ORG                      PIC X(06).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR41-REF                      PIC X(06).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR42-FST                      PIC 99B99B99.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR43-LST                      PIC 99B99B99.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR44-RVD                      PIC 99B99B99.
       01  OR45-MSG.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR46-TXT                      PIC X(100).
       01  OR47-SUM.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  OR48-TXT                      PIC X(40).
           03  OR49-VAL                      PIC ZZZZZZ9.
       01  OR50-NUM                          PIC ZZ9.
       01  OR51-BLNK                         PIC X(132) VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - the action ('R' refresh and report,     *
      *    'L' report, 'U' update), and for an update the key and     *
      *    library of the entry, the field (JUS or RVD), the new      *
      *    value and the user making the change                       *
      *****************************************************************
       01  P01-ACT                           PIC X(01).
       01  P02-KEY                           PIC X(80).
       01  P03-LIB                           PIC X(10).
       01  P04-FLD                           PIC X(03).
       01  P05-VAL                           PIC X(60).
       01  P06-USR                           PIC X(10).
      /
       PROCEDURE DIVISION USING P01-ACT P02-KEY P03-LIB
                                 P04-FLD P05-VAL P06-USR.
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
       END DECLARATIVES.
       R00 SECTION.
      *****************************************************************
      *    Mainline                                                   *
      *****************************************************************
       R0001.
           PERFORM R98.
           IF    P01-ACT EQUAL 'U'
                 PERFORM R50
                 GO TO R0009.
           IF    P01-ACT EQUAL 'R'
                 PERFORM R20
                 PERFORM R30.
           PERFORM R60.
       R0009.
           PERFORM R99.
       R0099.
      *    GOBACK, not STOP RUN - callable from the end-of-cycle
      *    job or a maintenance menu, and run standalone it still
      *    ends the job
           GOBACK.

       R20 SECTION.
      *****************************************************************
      *    Refresh from LIBUSRSRC - every member in the list          *
      *****************************************************************
       R2001.
           OPEN  INPUT RPA110.
           MOVE  ZERO TO OR01-EOF.
       R2003.
           READ  RPA110 AT END
                 MOVE '1' TO OR01-EOF.
           IF    OR01-EOF EQUAL '1'
                 GO TO R2009.
           PERFORM R95.
           PERFORM R25.
           GO TO R2003.
       R2009.
           CLOSE RPA110.
       R2099.
           EXIT.

       R25 SECTION.
      *****************************************************************
      *    Register the keys of one member's LIBUSRSRC source - the   *
      *    first keyed line of each block adds or updates the entry   *
      *****************************************************************
       R2501.
           OPEN  INPUT RPA113.
           MOVE  ZERO  TO OR02-EOF.
           MOVE  SPACE TO OR09-PKEY.
       R2503.
           READ  RPA113 AT END
                 MOVE '1' TO OR02-EOF.
           IF    OR02-EOF EQUAL '1'
                 GO TO R2509.
           IF    KEY113 EQUAL SPACE
           OR    KEY113 EQUAL OR09-PKEY
                 GO TO R2503.
           MOVE  KEY113 TO OR09-PKEY.
           MOVE  KEY113 TO KEY146.
           MOVE  LIB110 TO LIB146.
           PERFORM R82.
           IF    OR10-NFND EQUAL '1'
                 PERFORM R40.
           MOVE  MBR110   TO MBR146.
           MOVE  ORG113   TO ORG146.
           MOVE  REF113   TO REF146.
           MOVE  DAT113   TO ODT146.
           MOVE  OR07-CYC TO SEE146.
           IF    OR10-NFND EQUAL '1'
                 ADD  1 TO OR20-NEW
                 WRITE RPA146R
           ELSE
                 ADD  1 TO OR21-UPD
                 REWRITE RPA146R.
           GO TO R2503.
       R2509.
           CLOSE RPA113.
       R2599.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Cross-check the inventory - every merged key gets its      *
      *    last-merged date and status.  A key still orphaned or      *
      *    flagged is counted once more per cycle, a clean or         *
      *    absorbed merge starts the count again.  An inventory key   *
      *    with no entry is registered without owner or ticket, so    *
      *    it is reported                                             *
      *****************************************************************
       R3001.
           OPEN  INPUT RPA118.
           MOVE  ZERO TO OR01-EOF.
       R3003.
           READ  RPA118 AT END
                 MOVE '1' TO OR01-EOF.
           IF    OR01-EOF EQUAL '1'
                 GO TO R3009.
           ADD   1 TO OR22-MRG.
           MOVE  KEY118 TO KEY146.
           MOVE  LIB118 TO LIB146.
           PERFORM R82.
           IF    OR10-NFND EQUAL '1'
                 PERFORM R40
                 MOVE MBR118 TO MBR146.
           MOVE  OR06-DATE TO LST146.
           MOVE  STA118    TO STA146.
           IF    STA118 NOT EQUAL 'O'
           AND   STA118 NOT EQUAL 'F'
                 MOVE ZERO TO STC146
                 GO TO R3005.
           IF    CYC146 NOT EQUAL OR07-CYC
                 ADD  1 TO STC146
           ELSE  IF   STC146 EQUAL ZERO
                      MOVE 1 TO STC146.
       R3005.
           MOVE  OR07-CYC TO CYC146.
           IF    OR10-NFND EQUAL '1'
                 ADD  1 TO OR20-NEW
                 WRITE RPA146R
           ELSE
                 REWRITE RPA146R.
           GO TO R3003.
       R3009.
           CLOSE RPA118.
       R3099.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Set up a new entry - the key fields are already in place   *
      *****************************************************************
       R4001.
           MOVE  SPACE TO MBR146
                          ORG146
                          REF146
                          ODT146
                          JUS146
                          USR146
                          STA146.
           MOVE  ZERO  TO LST146
                          RVD146
                          UPD146
                          STC146
                          CYC146
                          SEE146.
           MOVE  OR06-DATE TO FST146.
       R4099.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Update the justification or review-due date of one entry   *
      *    - the entry must exist, a justification must say           *
      *    something, a review date must be a real YYMMDD date        *
      *****************************************************************
       R5001.
           MOVE  P02-KEY TO KEY146.
           MOVE  P03-LIB TO LIB146.
           PERFORM R82.
           IF    OR10-NFND EQUAL '1'
                 MOVE  '1' TO OR03-BAD
                 MOVE 'NO REGISTER ENTRY FOR THIS KEY AND LIBRARY'
                               TO OR46-TXT
                 PERFORM R70
                 GO TO R5099.
           IF    P04-FLD EQUAL 'JUS'
                 GO TO R5003.
           IF    P04-FLD EQUAL 'RVD'
                 GO TO R5005.
           MOVE  '1' TO OR03-BAD.
           MOVE 'UNKNOWN FIELD - USE JUS OR RVD' TO OR46-TXT.
           PERFORM R70.
           GO TO R5099.
       R5003.
           IF    P05-VAL EQUAL SPACE
                 MOVE  '1' TO OR03-BAD
                 MOVE 'JUSTIFICATION TEXT MISSING' TO OR46-TXT
                 PERFORM R70
                 GO TO R5099.
           MOVE  JUS146  TO OR17-OLD.
           MOVE  P05-VAL TO JUS146.
           GO TO R5007.
       R5005.
           MOVE  P05-VAL TO OR12-VAL.
           IF    OR13-YMD NOT NUMERIC
           OR    OR16-REST NOT EQUAL SPACE
                 MOVE  '1' TO OR03-BAD
                 MOVE 'REVIEW DATE MUST BE YYMMDD' TO OR46-TXT
                 PERFORM R70
                 GO TO R5099.
           IF    OR14-MM LESS 1
           OR    OR14-MM GREATER 12
           OR    OR15-DD LESS 1
           OR    OR15-DD GREATER 31
                 MOVE  '1' TO OR03-BAD
                 MOVE 'REVIEW DATE IS NOT A DATE' TO OR46-TXT
                 PERFORM R70
                 GO TO R5099.
           MOVE  RVD146  TO OR17-OLD.
           MOVE  OR13-YMD TO RVD146.
       R5007.
           MOVE  P06-USR   TO USR146.
           MOVE  OR06-DATE TO UPD146.
           REWRITE RPA146R.
           MOVE  SPACE TO OR46-TXT.
      *    The old and new value each get a line of their own - a
      *    justification is free text and would not fit beside the key
           STRING 'CHANGED '  DELIMITED BY SIZE
                  P04-FLD     DELIMITED BY SIZE
                  ' OF '      DELIMITED BY SIZE
                  P02-KEY     DELIMITED BY SPACE
                  INTO OR46-TXT.
           PERFORM R70.
           MOVE  SPACE TO OR46-TXT.
           STRING '    FROM ' DELIMITED BY SIZE
                  OR17-OLD    DELIMITED BY '  '
                  INTO OR46-TXT.
           PERFORM R70.
           MOVE  SPACE TO OR46-TXT.
           STRING '    TO   ' DELIMITED BY SIZE
                  P05-VAL     DELIMITED BY '  '
                  INTO OR46-TXT.
           PERFORM R70.
       R5099.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    The exceptions report - the register in key order, one     *
      *    line per reason an entry is reported for                   *
      *****************************************************************
       R6001.
           MOVE  LOW-VALUE TO RKY146.
           MOVE  ZERO TO OR01-EOF.
           START RPA146 KEY IS NOT LESS RKY146
                 INVALID KEY MOVE '1' TO OR01-EOF.
       R6003.
           IF    OR01-EOF EQUAL '1'
                 GO TO R6009.
           READ  RPA146 NEXT RECORD AT END
                 MOVE '1' TO OR01-EOF
                 GO TO R6009.
      *    Neither in LIBUSRSRC nor merged this cycle - retired
           IF    SEE146 LESS OR07-CYC
           AND   CYC146 LESS OR07-CYC
                 ADD  1 TO OR25-RET
                 GO TO R6003.
           ADD   1 TO OR24-ACT.
           IF    SEE146 LESS OR07-CYC
                 ADD  1 TO OR23-NIL
                 MOVE 'NOT IN LIBUSRSRC' TO OR11-WHY
                 PERFORM R65.
           IF    REF146 EQUAL SPACE
                 ADD  1 TO OR27-NTK
                 MOVE 'NO TICKET REFERENCE' TO OR11-WHY
                 PERFORM R65.
           IF    RVD146 GREATER ZERO
           AND   RVD146 LESS OR06-DATE
                 ADD  1 TO OR28-EXP
                 MOVE 'REVIEW DATE EXPIRED' TO OR11-WHY
                 PERFORM R65.
           IF    STC146 NOT LESS OR08-LIM
                 ADD  1 TO OR29-STL
                 MOVE  STC146 TO OR50-NUM
                 MOVE  SPACE  TO OR11-WHY
                 IF   STA146 EQUAL 'O'
                      STRING 'ORPHANED '  DELIMITED BY SIZE
                             OR50-NUM     DELIMITED BY SIZE
                             ' CYCLES'    DELIMITED BY SIZE
                             INTO OR11-WHY
                      PERFORM R65
                 ELSE
                      STRING 'FLAGGED '   DELIMITED BY SIZE
                             OR50-NUM     DELIMITED BY SIZE
                             ' CYCLES'    DELIMITED BY SIZE
                             INTO OR11-WHY
                      PERFORM R65.
           GO TO R6003.
       R6009.
           MOVE  OR51-BLNK TO RPA145R.
           PERFORM R85.
           IF    P01-ACT EQUAL 'R'
                 MOVE 'KEYS ADDED TO THE REGISTER' TO OR48-TXT
                 MOVE  OR20-NEW TO OR49-VAL
                 PERFORM R67
                 MOVE 'KEYS REFRESHED FROM LIBUSRSRC' TO OR48-TXT
                 MOVE  OR21-UPD TO OR49-VAL
                 PERFORM R67
                 MOVE 'INVENTORY ROWS CROSS-CHECKED' TO OR48-TXT
                 MOVE  OR22-MRG TO OR49-VAL
                 PERFORM R67.
           MOVE 'ACTIVE ENTRIES'              TO OR48-TXT.
           MOVE  OR24-ACT TO OR49-VAL.
           PERFORM R67.
           MOVE 'RETIRED ENTRIES'             TO OR48-TXT.
           MOVE  OR25-RET TO OR49-VAL.
           PERFORM R67.
           MOVE '  NO TICKET REFERENCE'       TO OR48-TXT.
           MOVE  OR27-NTK TO OR49-VAL.
           PERFORM R67.
           MOVE '  REVIEW DATE EXPIRED'       TO OR48-TXT.
           MOVE  OR28-EXP TO OR49-VAL.
           PERFORM R67.
           MOVE '  ORPHANED OR FLAGGED TOO LONG' TO OR48-TXT.
           MOVE  OR29-STL TO OR49-VAL.
           PERFORM R67.
           MOVE '  NOT IN LIBUSRSRC'          TO OR48-TXT.
           MOVE  OR23-NIL TO OR49-VAL.
           PERFORM R67.
       R6099.
           EXIT.

       R65 SECTION.
      *****************************************************************
      *    Print one exception line of the entry in hand              *
      *****************************************************************
       R6501.
           MOVE  OR11-WHY TO OR36-WHY.
           MOVE  KEY146   TO OR37-KEY.
           MOVE  LIB146   TO OR38-LIB.
           MOVE  MBR146   TO OR39-MBR.
           MOVE  ORG146   TO OR40-ORG.
           MOVE  REF146   TO OR41-REF.
           MOVE  FST146   TO OR42-FST.
           MOVE  LST146   TO OR43-LST.
           MOVE  RVD146   TO OR44-RVD.
           MOVE  OR35-DTL TO RPA145R.
           PERFORM R85.
       R6599.
           EXIT.

       R67 SECTION.
      *****************************************************************
      *    Print one summary line                                     *
      *****************************************************************
       R6701.
           MOVE  OR47-SUM TO RPA145R.
           PERFORM R85.
       R6799.
           EXIT.

       R70 SECTION.
      *****************************************************************
      *    Print the outcome of an update                             *
      *****************************************************************
       R7001.
           MOVE  OR45-MSG TO RPA145R.
           PERFORM R85.
       R7099.
           EXIT.

       R82 SECTION.
      *****************************************************************
      *    Read the register entry of the key in RKY146               *
      *****************************************************************
       R8201.
           MOVE  SPACE TO OR10-NFND.
           READ  RPA146 INVALID KEY
                 MOVE '1' TO OR10-NFND.
       R8299.
           EXIT.

       R85 SECTION.
      *****************************************************************
      *    Print a line, starting a new page when the page is full    *
      *****************************************************************
       R8501.
           IF    OR04-LINE GREATER 56
                 PERFORM R86.
           WRITE RPA145R.
           ADD   1 TO OR04-LINE.
       R8599.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Print the page heading - with the column heading of the    *
      *    exceptions report on every page, except for an update,     *
      *    which prints no exceptions report                          *
      *****************************************************************
       R8601.
           ADD   1         TO OR05-PAGE.
           MOVE  OR05-PAGE TO OR33-PAGE.
           MOVE  OR30-HDR1 TO RPA145R.
           WRITE RPA145R.
           MOVE  OR51-BLNK TO RPA145R.
           WRITE RPA145R.
           MOVE  2 TO OR04-LINE.
           IF    P01-ACT NOT EQUAL 'U'
                 MOVE  OR34-HDR2 TO RPA145R
                 WRITE RPA145R
                 MOVE  3 TO OR04-LINE.
       R8699.
           EXIT.

       R95 SECTION.
      *****************************************************************
      *    Build this member's LIBUSRSRC file override, as R95 of     *
      *    RPA116 builds it                                           *
      *****************************************************************
       R9501.
           IF    LIB110 EQUAL SPACE
                 MOVE  SPACE  TO OR26-LIBF
                 STRING 'DATABASE-' DELIMITED BY SIZE
                        MBR110      DELIMITED BY SPACE
                        '-RPA113'   DELIMITED BY SIZE
                        INTO OR26-LIBF
           ELSE
                 MOVE  SPACE  TO OR26-LIBF
                 STRING 'DATABASE-' DELIMITED BY SIZE
                        LIB110      DELIMITED BY SPACE
                        '-'         DELIMITED BY SIZE
                        MBR110      DELIMITED BY SPACE
                        '-RPA113'   DELIMITED BY SIZE
                        INTO OR26-LIBF.
       R9599.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program                                         *
      *****************************************************************
       R9801.
           MOVE  ZERO  TO OR04-LINE
                          OR05-PAGE
                          OR20-NEW
                          OR21-UPD
                          OR22-MRG
                          OR23-NIL
                          OR24-ACT
                          OR25-RET
                          OR27-NTK
                          OR28-EXP
                          OR29-STL.
           MOVE  SPACE TO OR03-BAD.
           ACCEPT OR06-DATE FROM DATE.
           MOVE  1 TO OR07-CYC.
           OPEN  INPUT RPA103.
           MOVE  ZERO  TO OR01-EOF.
           READ  RPA103 AT END
                 MOVE '1' TO OR01-EOF.
           IF    OR01-EOF NOT EQUAL '1'
           AND   CYC103  GREATER ZERO
                 MOVE CYC103 TO OR07-CYC.
           CLOSE RPA103.
           MOVE  OR06-DATE TO OR32-DATE.
           MOVE  OR07-CYC  TO OR31-CYC.
           OPEN  I-O    RPA146.
           OPEN  OUTPUT RPA145.
           PERFORM R86.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - a refused update ends with return code 8   *
      *****************************************************************
       R9901.
           IF    OR03-BAD EQUAL '1'
                 MOVE 8 TO RETURN-CODE.
           CLOSE RPA146
                 RPA145.
       R9999.
           EXIT.
