       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA158.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA158 - Release-cycle KPI scorecard              *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    End-of-cycle scorecard of the release cycle being closed,  *
      *    meant to run in the end-of-cycle job ahead of RPA135 and   *
      *    RPA124, while the cycle's files are still in place -       *
      *    RPA124 advances the cycle in RPA103 and clears the         *
      *    inventory.  One record per cycle is kept for good in the   *
      *    history file RPA159: members merged (RPA108), promoted at  *
      *    the first pass and reworked by RPA133 (RPA117), rolled     *
      *    back (RPA131's I0110 rows), shipped (RPA137),              *
      *    reconciliation failures (RPA119), customization keys       *
      *    (RPA118), orphans, E and W exceptions (RPA105, or RPA135's *
      *    archive of the cycle once written), total and longest      *
      *    merge elapsed time since the cycle started (RPA107) and    *
      *    pipeline restarts (RPA104).  The printed scorecard sets    *
      *    the closing cycle beside the earlier cycles on the history *
      *    file, the rates worked out per 100 customization keys, and *
      *    flags WORSE every measure that is off the earlier cycles'  *
      *    average in the bad direction by more than the tolerance.   *
      *    Volumes - members merged, promoted, shipped and keys - are *
      *    shown but not flagged.  The tolerance in percent and the   *
      *    number of earlier cycles are parameters; zero takes 10     *
      *    percent and 5 cycles.                                      *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RPA103 ASSIGN TO DATABASE-RPA103.
           SELECT OPTIONAL RPA104 ASSIGN TO DATABASE-RPA104.
           SELECT OPTIONAL RPA105 ASSIGN TO KP26-EXCF.
           SELECT OPTIONAL RPA107 ASSIGN TO DATABASE-RPA107.
           SELECT OPTIONAL RPA108 ASSIGN TO DATABASE-RPA108.
           SELECT OPTIONAL RPA117 ASSIGN TO DATABASE-RPA117.
           SELECT OPTIONAL RPA118 ASSIGN TO DATABASE-RPA118.
           SELECT OPTIONAL RPA119 ASSIGN TO DATABASE-RPA119.
           SELECT OPTIONAL RPA137 ASSIGN TO DATABASE-RPA137.
           SELECT OPTIONAL RPA159 ASSIGN TO DATABASE-RPA159
                  ORGANIZATION INDEXED
                  ACCESS RANDOM
                  RECORD KEY IS CYC159.
           SELECT RPA158 ASSIGN TO DATABASE-RPA158.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Cycle control - the release cycle being closed             *
      *****************************************************************
       FD  RPA103
           LABEL RECORDS ARE STANDARD.
       01  RPA103R.
           03  CYC103                        PIC 9(04).
           03  FILLER                        PIC X(06).

      *****************************************************************
      *    Pipeline status of RPA130 - one record per step attempt,   *
      *    a step attempted twice was restarted                       *
      *****************************************************************
       FD  RPA104
           LABEL RECORDS ARE STANDARD.
       01  RPA104R.
           03  STP104                        PIC 9(02).
           03  NAM104                        PIC X(10).
           03  STS104                        PIC X(04).
           03  DAT104                        PIC 9(06).
           03  STM104                        PIC 9(08).
           03  ETM104                        PIC 9(08).

      *****************************************************************
      *    Manual review / exception log - the cycle archive RPA135   *
      *    wrote, or the live log when the cycle is not archived yet  *
      *****************************************************************
       FD  RPA105
           LABEL RECORDS ARE STANDARD.
       01  RPA105R.
           COPY DDS-ALL-FORMATS OF RPA105.

      *****************************************************************
      *    Merge metrics history - one record per member merge        *
      *****************************************************************
       FD  RPA107
           LABEL RECORDS ARE STANDARD.
       01  RPA107R.
           03  DAT107                        PIC 9(06).
           03  MBR107                        PIC X(10).
           03  LIB107                        PIC X(10).
           03  STM107                        PIC 9(08).
           03  ETM107                        PIC 9(08).
           03  V13107                        PIC 9(07).
           03  V14107                        PIC 9(07).

      *****************************************************************
      *    Member disposition of the cycle - one row per member       *
      *    merged, with its orphans as last merged                    *
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
      *    Consolidated merge report - ' ' rows are promoted at the   *
      *    first pass, 'R' and 'S' rows are RPA133 reworks            *
      *****************************************************************
       FD  RPA117
           LABEL RECORDS ARE STANDARD.
       01  RPA117R.
           03  TYP117                        PIC X(01).
           03  NAM117                        PIC X(10).
           03  BKS117                        PIC 9(07).
           03  ORP117                        PIC 9(07).
           03  MSG117                        PIC 9(07).

      *****************************************************************
      *    Customization inventory of the cycle - one row per key,    *
      *    cleared by RPA124 when it advances the cycle               *
      *****************************************************************
       FD  RPA118
           LABEL RECORDS ARE STANDARD.
       01  RPA118R.
           03  KEY118                        PIC X(80).
           03  MBR118                        PIC X(10).
           03  LIB118                        PIC X(10).
           03  STA118                        PIC X(01).

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
      *    Promotion manifest - one row per member shipped            *
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
      *    Scorecard history - one record per closed cycle, kept for  *
      *    good; a rerun for the same cycle replaces its record       *
      *****************************************************************
       FD  RPA159
           LABEL RECORDS ARE STANDARD.
       01  RPA159R.
           03  CYC159                        PIC 9(04).
           03  DAT159                        PIC 9(06).
           03  MRG159                        PIC 9(05).
           03  FPP159                        PIC 9(05).
           03  RWK159                        PIC 9(05).
           03  RBK159                        PIC 9(05).
           03  SHP159                        PIC 9(05).
           03  RCF159                        PIC 9(05).
           03  KEY159                        PIC 9(07).
           03  ORP159                        PIC 9(07).
           03  EXE159                        PIC 9(07).
           03  EXW159                        PIC 9(07).
           03  ELT159                        PIC 9(09).
           03  ELL159                        PIC 9(07).
           03  ELM159                        PIC X(10).
           03  RST159                        PIC 9(05).
           03  FILLER                        PIC X(10).

      *****************************************************************
      *    Printed scorecard                                          *
      *****************************************************************
       FD  RPA158
           LABEL RECORDS ARE STANDARD.
       01  RPA158R                           PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  KP01-09.
           03  KP01-EOF                      PIC X(01).
      *            Tolerance in percent, and the earlier cycles       *
      *            compared with the closing one                      *
           03  KP02-TOL                      PIC S9(03)  COMP-3.
           03  KP03-NCY                      PIC S9(03)  COMP-3.
      *            Cycle being closed, run date, and the date its     *
      *            first exception was logged - its start             *
           03  KP04-CYC                      PIC 9(04).
           03  KP05-DATE                     PIC 9(06).
           03  KP06-STRT                     PIC 9(06).
      *            Rows of the cycle found in the exception log read  *
           03  KP07-FND                      PIC S9(07)  COMP-3.
      *            Line count and page number of the report           *
           03  KP08-LINE                     PIC S9(03)  COMP-3.
           03  KP09-PAGE                     PIC S9(05)  COMP-3.

      *****************************************************************
      *    Counts of the closing cycle                                *
      *****************************************************************
       01  KP10-19.
           03  KP10-MRG                      PIC S9(07)  COMP-3.
           03  KP11-FPP                      PIC S9(07)  COMP-3.
           03  KP12-RWK                      PIC S9(07)  COMP-3.
           03  KP13-RBK                      PIC S9(07)  COMP-3.
           03  KP14-SHP                      PIC S9(07)  COMP-3.
           03  KP15-RCF                      PIC S9(07)  COMP-3.
           03  KP16-KEY                      PIC S9(07)  COMP-3.
           03  KP17-ORP                      PIC S9(07)  COMP-3.
           03  KP18-EXE                      PIC S9(07)  COMP-3.
           03  KP19-EXW                      PIC S9(07)  COMP-3.

      *****************************************************************
      *    Merge elapsed time, pipeline restarts, and the exception   *
      *    log override                                               *
      *****************************************************************
       01  KP20-29.
           03  KP20-ELT                      PIC S9(09)  COMP-3.
           03  KP21-ELL                      PIC S9(07)  COMP-3.
           03  KP22-ELM                      PIC X(10).
           03  KP23-RST                      PIC S9(05)  COMP-3.
           03  KP24-STM                      PIC S9(09)  COMP-3.
           03  KP25-ETM                      PIC S9(09)  COMP-3.
           03  KP26-EXCF                     PIC X(40).
           03  KP27-ELAP                     PIC S9(09)  COMP-3.
           03  KP28-SECS                     PIC S9(07)  COMP-3.
           03  KP29-CYCX                     PIC 9(04).
      *            Time of day split into its parts                   *
       01  KP30-TIME.
           03  KP31-HH                       PIC 9(02).
           03  KP32-MM                       PIC 9(02).
           03  KP33-SS                       PIC 9(02).
           03  KP34-CC                       PIC 9(02).
       01  KP35-WRK                          PIC S9(09)  COMP-3.
      *            Reason code split for its class letter, E or W     *
       01  KP40-RCD.
           03  KP41-CLS                      PIC X(01).
           03  FILLER                        PIC X(04).
      *            Pipeline steps already attempted                   *
       01  KP42-SEEN.
           03  KP43-STP OCCURS 9             PIC X(01).
       01  KP44-49.
           03  KP44-COL                      PIC S9(04)  COMP-3.
           03  KP45-MSR                      PIC S9(04)  COMP-3.
           03  KP46-PRV                      PIC S9(04)  COMP-3.
           03  KP47-WRS                      PIC S9(04)  COMP-3.
           03  KP48-SUB                      PIC S9(04)  COMP-3.
      *            Earlier cycles found on the history file           *
           03  KP49-HST                      PIC S9(04)  COMP-3.

      *****************************************************************
      *    Measures per cycle - column 1 is the closing cycle, the    *
      *    next columns the earlier cycles, latest first              *
      *****************************************************************
       01  KP50-TABLE.
           03  KP50-COL OCCURS 6.
               05  KP51-HAS                  PIC X(01).
               05  KP52-CYC                  PIC 9(04).
               05  KP53-VAL OCCURS 14        PIC S9(09)V99 COMP-3.
       01  KP54-57.
           03  KP54-SUM                      PIC S9(11)V99 COMP-3.
           03  KP55-AVG                      PIC S9(09)V99 COMP-3.
           03  KP56-LIM                      PIC S9(13)V99 COMP-3.
           03  KP57-DIF                      PIC S9(13)V99 COMP-3.

      *****************************************************************
      *    The measures - name, the direction that is worse ('H'      *
      *    higher, 'L' lower, '-' a volume and never flagged) and     *
      *    the decimals printed                                       *
      *****************************************************************
       01  KP58-ATTR.
           03  FILLER                        PIC X(30)
               VALUE 'MEMBERS MERGED              -0'.
           03  FILLER                        PIC X(30)
               VALUE 'PROMOTED AT FIRST PASS      -0'.
           03  FILLER                        PIC X(30)
               VALUE 'FIRST-PASS PERCENT          L2'.
           03  FILLER                        PIC X(30)
               VALUE 'MEMBERS REWORKED            H0'.
           03  FILLER                        PIC X(30)
               VALUE 'MEMBERS ROLLED BACK         H0'.
           03  FILLER                        PIC X(30)
               VALUE 'MEMBERS SHIPPED             -0'.
           03  FILLER                        PIC X(30)
               VALUE 'RECONCILIATION FAILURES     H0'.
           03  FILLER                        PIC X(30)
               VALUE 'CUSTOMIZATION KEYS          -0'.
           03  FILLER                        PIC X(30)
               VALUE 'ORPHANS PER 100 KEYS        H2'.
           03  FILLER                        PIC X(30)
               VALUE 'E EXCEPTIONS PER 100 KEYS   H2'.
           03  FILLER                        PIC X(30)
               VALUE 'W EXCEPTIONS PER 100 KEYS   H2'.
           03  FILLER                        PIC X(30)
               VALUE 'MERGE SECONDS TOTAL         H0'.
           03  FILLER                        PIC X(30)
               VALUE 'MERGE SECONDS LONGEST       H0'.
           03  FILLER                        PIC X(30)
               VALUE 'PIPELINE RESTARTS           H0'.
       01  KP58-TABLE REDEFINES KP58-ATTR.
           03  KP58-ENT OCCURS 14.
               05  KP58-NAM                  PIC X(28).
               05  KP58-DIR                  PIC X(01).
               05  KP58-DEC                  PIC X(01).

      *****************************************************************
      *    Print lines                                                *
      *****************************************************************
       01  KP70-HDR1.
           03  FILLER                        PIC X(08)
                                             VALUE 'RPA158'.
           03  FILLER                        PIC X(40)
               VALUE 'RELEASE-CYCLE KPI SCORECARD'.
           03  FILLER                        PIC X(26) VALUE SPACE.
           03  FILLER                        PIC X(06)
                                             VALUE 'DATE '.
           03  KP70-DATE                     PIC 99B99B99.
           03  FILLER                        PIC X(24) VALUE SPACE.
           03  FILLER                        PIC X(05)
                                             VALUE 'PAGE '.
           03  KP70-PAGE                     PIC ZZZZ9.
       01  KP71-HDR2.
           03  FILLER                        PIC X(28)
                                             VALUE 'MEASURE'.
           03  KP71-CEL OCCURS 6.
               05  KP71-LIT                  PIC X(09).
               05  KP71-CYC                  PIC X(04).
           03  FILLER                        PIC X(13)
                                             VALUE '      AVERAGE'.
           03  FILLER                        PIC X(10)
                                             VALUE '  FLAG'.
       01  KP72-NOTE.
           03  FILLER                        PIC X(28) VALUE SPACE.
           03  FILLER                        PIC X(13)
                                             VALUE '      CLOSING'.
           03  FILLER                        PIC X(65) VALUE SPACE.
           03  FILLER                        PIC X(13)
                                             VALUE '   OF EARLIER'.
       01  KP73-DTL.
           03  KP73-NAM                      PIC X(28).
           03  KP73-CEL OCCURS 7.
               05  FILLER                    PIC X(01).
               05  KP73-VAL                  PIC Z(08)9.99.
               05  KP73-INT REDEFINES KP73-VAL.
                   07  KP73-VLI              PIC Z(08)9.
                   07  FILLER                PIC X(03).
               05  KP73-VTX REDEFINES KP73-VAL
                                             PIC X(12).
           03  FILLER                        PIC X(02).
           03  KP73-FLG                      PIC X(08).
       01  KP74-TOL.
           03  FILLER                        PIC X(11)
                                             VALUE 'TOLERANCE '.
           03  KP74-PCT                      PIC ZZ9.
           03  FILLER                        PIC X(43)
               VALUE ' PERCENT OVER THE AVERAGE OF EARLIER CYCLES'.
           03  FILLER                        PIC X(03) VALUE ' - '.
           03  KP74-WRS                      PIC ZZ9.
           03  FILLER                        PIC X(18)
                                             VALUE ' MEASURES WORSENED'.
       01  KP75-LNG.
           03  FILLER                        PIC X(26)
               VALUE 'LONGEST MERGE THIS CYCLE: '.
           03  KP75-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  KP75-SEC                      PIC Z(06)9.
           03  FILLER                        PIC X(08) VALUE ' SECONDS'.
       01  KP76-NONE.
           03  FILLER                        PIC X(132)
               VALUE 'NO EARLIER CYCLE ON THE HISTORY FILE'.
       01  KP77-BLNK                         PIC X(132) VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - the tolerance in percent a measure may  *
      *    worsen by before it is flagged, and the earlier cycles to  *
      *    compare with (zero takes the defaults: 10 percent, 5       *
      *    cycles, which is also the most that is printed)            *
      *****************************************************************
       01  P01-TOL                           PIC 9(03).
       01  P02-CYCS                          PIC 9(02).
      /
       PROCEDURE DIVISION USING P01-TOL P02-CYCS.
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
      *    Mainline - count the closing cycle, record it, compare it  *
      *****************************************************************
       R0001.
           PERFORM R98.
           PERFORM R11.
           PERFORM R12.
           PERFORM R13.
           PERFORM R14.
           PERFORM R15.
           PERFORM R16.
           PERFORM R17.
           PERFORM R18.
           PERFORM R30.
           PERFORM R40.
           PERFORM R50.
           PERFORM R99.
       R0099.
      *    GOBACK, not STOP RUN - callable from the end-of-cycle job,
      *    and run standalone it still ends the job
           GOBACK.

       R11 SECTION.
      *****************************************************************
      *    Exceptions of the cycle - E and W reason codes counted,    *
      *    I0110 rows are rollbacks, the job summary rows are not     *
      *    counted.  RPA135's archive of the cycle is read when it    *
      *    has been written; until then the live log holds the        *
      *    cycle                                                      *
      *****************************************************************
       R1101.
           MOVE  KP05-DATE TO KP06-STRT.
           MOVE  ZERO TO KP07-FND.
           MOVE  KP04-CYC TO KP29-CYCX.
           MOVE  SPACE TO KP26-EXCF.
           STRING 'DATABASE-RPA105-C'  DELIMITED BY SIZE
                  KP29-CYCX            DELIMITED BY SIZE
                  INTO KP26-EXCF.
       R1103.
           OPEN  INPUT RPA105.
           MOVE  ZERO  TO KP01-EOF.
       R1105.
           READ  RPA105 AT END
                 MOVE '1' TO KP01-EOF.
           IF    KP01-EOF EQUAL '1'
                 GO TO R1107.
           IF    ODOBCY NOT EQUAL KP04-CYC
                 GO TO R1105.
           ADD   1 TO KP07-FND.
           IF    ODOBDT LESS KP06-STRT
                 MOVE ODOBDT TO KP06-STRT.
           IF    ODOBRT EQUAL 'S'
                 GO TO R1105.
           IF    ODOBRC EQUAL 'I0110'
                 ADD 1 TO KP13-RBK.
           MOVE  ODOBRC TO KP40-RCD.
           IF    KP41-CLS EQUAL 'E'
                 ADD 1 TO KP18-EXE.
           IF    KP41-CLS EQUAL 'W'
                 ADD 1 TO KP19-EXW.
           GO TO R1105.
       R1107.
           CLOSE RPA105.
           IF    KP07-FND EQUAL ZERO
           AND   KP26-EXCF NOT EQUAL 'DATABASE-RPA105'
                 MOVE 'DATABASE-RPA105' TO KP26-EXCF
                 GO TO R1103.
       R1199.
           EXIT.

       R12 SECTION.
      *****************************************************************
      *    Disposition file - members merged and their orphans        *
      *****************************************************************
       R1201.
           OPEN  INPUT RPA108.
           MOVE  ZERO  TO KP01-EOF.
       R1203.
           READ  RPA108 AT END
                 MOVE '1' TO KP01-EOF.
           IF    KP01-EOF EQUAL '1'
                 GO TO R1205.
           ADD   1      TO KP10-MRG.
           ADD   ORP108 TO KP17-ORP.
           GO TO R1203.
       R1205.
           CLOSE RPA108.
       R1299.
           EXIT.

       R13 SECTION.
      *****************************************************************
      *    Merge report - promoted by the main run, and reworked by   *
      *    RPA133 whether the rework cleared the member or not        *
      *****************************************************************
       R1301.
           OPEN  INPUT RPA117.
           MOVE  ZERO  TO KP01-EOF.
       R1303.
           READ  RPA117 AT END
                 MOVE '1' TO KP01-EOF.
           IF    KP01-EOF EQUAL '1'
                 GO TO R1305.
           IF    TYP117 EQUAL SPACE
                 ADD 1 TO KP11-FPP.
           IF    TYP117 EQUAL 'R'
           OR    TYP117 EQUAL 'S'
                 ADD 1 TO KP12-RWK.
           GO TO R1303.
       R1305.
           CLOSE RPA117.
       R1399.
           EXIT.

       R14 SECTION.
      *****************************************************************
      *    Reconciliation - members that did not reconcile            *
      *****************************************************************
       R1401.
           OPEN  INPUT RPA119.
           MOVE  ZERO  TO KP01-EOF.
       R1403.
           READ  RPA119 AT END
                 MOVE '1' TO KP01-EOF.
           IF    KP01-EOF EQUAL '1'
                 GO TO R1405.
           IF    TYP119 EQUAL 'M'
           AND   STS119 EQUAL 'FAIL'
                 ADD 1 TO KP15-RCF.
           GO TO R1403.
       R1405.
           CLOSE RPA119.
       R1499.
           EXIT.

       R15 SECTION.
      *****************************************************************
      *    Promotion manifest - members shipped                       *
      *****************************************************************
       R1501.
           OPEN  INPUT RPA137.
           MOVE  ZERO  TO KP01-EOF.
       R1503.
           READ  RPA137 AT END
                 MOVE '1' TO KP01-EOF.
           IF    KP01-EOF EQUAL '1'
                 GO TO R1505.
           ADD   1 TO KP14-SHP.
           GO TO R1503.
       R1505.
           CLOSE RPA137.
       R1599.
           EXIT.

       R16 SECTION.
      *****************************************************************
      *    Customization inventory - the keys the rates are per 100   *
      *    of                                                         *
      *****************************************************************
       R1601.
           OPEN  INPUT RPA118.
           MOVE  ZERO  TO KP01-EOF.
       R1603.
           READ  RPA118 AT END
                 MOVE '1' TO KP01-EOF.
           IF    KP01-EOF EQUAL '1'
                 GO TO R1605.
           ADD   1 TO KP16-KEY.
           GO TO R1603.
       R1605.
           CLOSE RPA118.
       R1699.
           EXIT.

       R17 SECTION.
      *****************************************************************
      *    Merge elapsed time - every merge run since the cycle       *
      *    started, main run and reworks alike, with midnight wrap    *
      *****************************************************************
       R1701.
           OPEN  INPUT RPA107.
           MOVE  ZERO  TO KP01-EOF.
       R1703.
           READ  RPA107 AT END
                 MOVE '1' TO KP01-EOF.
           IF    KP01-EOF EQUAL '1'
                 GO TO R1705.
           IF    DAT107 LESS KP06-STRT
                 GO TO R1703.
           MOVE  STM107 TO KP30-TIME.
           PERFORM R80.
           MOVE  KP35-WRK TO KP24-STM.
           MOVE  ETM107 TO KP30-TIME.
           PERFORM R80.
           MOVE  KP35-WRK TO KP25-ETM.
           SUBTRACT KP24-STM FROM KP25-ETM GIVING KP27-ELAP.
           IF    KP27-ELAP LESS ZERO
                 ADD 8640000 TO KP27-ELAP.
           DIVIDE KP27-ELAP BY 100 GIVING KP28-SECS.
           ADD   KP28-SECS TO KP20-ELT.
           IF    KP28-SECS GREATER KP21-ELL
                 MOVE KP28-SECS TO KP21-ELL
                 MOVE MBR107    TO KP22-ELM.
           GO TO R1703.
       R1705.
           CLOSE RPA107.
       R1799.
           EXIT.

       R18 SECTION.
      *****************************************************************
      *    Pipeline restarts - every attempt of a step that was       *
      *    already attempted is a resubmission after a failure        *
      *****************************************************************
       R1801.
           MOVE  SPACE TO KP42-SEEN.
           OPEN  INPUT RPA104.
           MOVE  ZERO  TO KP01-EOF.
       R1803.
           READ  RPA104 AT END
                 MOVE '1' TO KP01-EOF.
           IF    KP01-EOF EQUAL '1'
                 GO TO R1805.
           IF    STP104 LESS 1
           OR    STP104 GREATER 9
                 GO TO R1803.
           IF    KP43-STP (STP104) EQUAL '1'
                 ADD 1 TO KP23-RST.
           MOVE  '1' TO KP43-STP (STP104).
           GO TO R1803.
       R1805.
           CLOSE RPA104.
       R1899.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Record the closing cycle on the history file - a rerun     *
      *    before the cycle is advanced replaces the record           *
      *****************************************************************
       R3001.
           MOVE  KP04-CYC  TO CYC159.
           MOVE  KP05-DATE TO DAT159.
           MOVE  KP10-MRG  TO MRG159.
           MOVE  KP11-FPP  TO FPP159.
           MOVE  KP12-RWK  TO RWK159.
           MOVE  KP13-RBK  TO RBK159.
           MOVE  KP14-SHP  TO SHP159.
           MOVE  KP15-RCF  TO RCF159.
           MOVE  KP16-KEY  TO KEY159.
           MOVE  KP17-ORP  TO ORP159.
           MOVE  KP18-EXE  TO EXE159.
           MOVE  KP19-EXW  TO EXW159.
           MOVE  KP20-ELT  TO ELT159.
           MOVE  KP21-ELL  TO ELL159.
           MOVE  KP22-ELM  TO ELM159.
           MOVE  KP23-RST  TO RST159.
           MOVE  1 TO KP44-COL.
           PERFORM R60.
           OPEN  I-O RPA159.
           WRITE RPA159R INVALID KEY
                 REWRITE RPA159R.
       R3099.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    The earlier cycles from the history file, latest first -   *
      *    a cycle without a record is shown empty, not skipped       *
      *****************************************************************
       R4001.
           MOVE  ZERO TO KP49-HST.
           MOVE  2 TO KP44-COL.
       R4003.
           IF    KP44-COL GREATER KP03-NCY + 1
                 GO TO R4005.
           MOVE  SPACE TO KP51-HAS (KP44-COL).
           MOVE  ZERO  TO KP52-CYC (KP44-COL).
           IF    KP04-CYC NOT GREATER KP44-COL - 1
                 ADD 1 TO KP44-COL
                 GO TO R4003.
           SUBTRACT KP44-COL FROM KP04-CYC GIVING CYC159.
           ADD   1 TO CYC159.
           MOVE  CYC159 TO KP52-CYC (KP44-COL).
           MOVE  ZERO TO KP01-EOF.
           READ  RPA159 INVALID KEY
                 MOVE '1' TO KP01-EOF.
           IF    KP01-EOF NOT EQUAL '1'
                 ADD 1 TO KP49-HST
                 PERFORM R60.
           ADD   1 TO KP44-COL.
           GO TO R4003.
       R4005.
           CLOSE RPA159.
       R4099.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Print the scorecard - per measure the closing cycle, the   *
      *    earlier cycles and their average, flagged WORSE when the   *
      *    closing cycle is off the average in the bad direction by   *
      *    more than the tolerance                                    *
      *****************************************************************
       R5001.
           MOVE  KP05-DATE TO KP70-DATE.
           MOVE  1 TO KP44-COL.
       R5003.
           IF    KP44-COL GREATER 6
                 GO TO R5005.
           MOVE  SPACE TO KP71-LIT (KP44-COL)
                          KP71-CYC (KP44-COL).
           IF    KP44-COL NOT GREATER KP03-NCY + 1
           AND   KP52-CYC (KP44-COL) GREATER ZERO
                 MOVE '   CYCLE ' TO KP71-LIT (KP44-COL)
                 MOVE KP52-CYC (KP44-COL) TO KP29-CYCX
                 MOVE KP29-CYCX TO KP71-CYC (KP44-COL).
           ADD   1 TO KP44-COL.
           GO TO R5003.
       R5005.
           PERFORM R86.
           MOVE  ZERO TO KP47-WRS.
           MOVE  1 TO KP45-MSR.
       R5007.
           IF    KP45-MSR GREATER 14
                 GO TO R5021.
           MOVE  SPACE TO KP73-DTL.
           MOVE  KP58-NAM (KP45-MSR) TO KP73-NAM.
           MOVE  ZERO TO KP54-SUM
                         KP46-PRV.
           MOVE  1 TO KP44-COL.
       R5009.
           IF    KP44-COL GREATER KP03-NCY + 1
                 GO TO R5011.
           MOVE  KP53-VAL (KP44-COL KP45-MSR) TO KP55-AVG.
           IF    KP51-HAS (KP44-COL) NOT EQUAL '1'
                 IF    KP52-CYC (KP44-COL) GREATER ZERO
                       MOVE '         ---' TO KP73-VTX (KP44-COL)
                       ADD 1 TO KP44-COL
                       GO TO R5009
                 ELSE
                       ADD 1 TO KP44-COL
                       GO TO R5009.
           MOVE  KP44-COL TO KP48-SUB.
           PERFORM R84.
           IF    KP44-COL GREATER 1
                 ADD KP53-VAL (KP44-COL KP45-MSR) TO KP54-SUM
                 ADD 1 TO KP46-PRV.
           ADD   1 TO KP44-COL.
           GO TO R5009.
       R5011.
           IF    KP46-PRV EQUAL ZERO
                 GO TO R5019.
           DIVIDE KP54-SUM BY KP46-PRV GIVING KP55-AVG ROUNDED.
           MOVE  7 TO KP48-SUB.
           PERFORM R84.
      *    Worse by more than the tolerance - off the average by
      *    more than tolerance percent of the average, in the bad
      *    direction (an average of zero is worsened by any move)
           IF    KP58-DIR (KP45-MSR) EQUAL 'H'
                 SUBTRACT KP55-AVG FROM KP53-VAL (1 KP45-MSR)
                          GIVING KP57-DIF.
           IF    KP58-DIR (KP45-MSR) EQUAL 'L'
                 SUBTRACT KP53-VAL (1 KP45-MSR) FROM KP55-AVG
                          GIVING KP57-DIF.
           IF    KP58-DIR (KP45-MSR) NOT EQUAL 'H'
           AND   KP58-DIR (KP45-MSR) NOT EQUAL 'L'
                 GO TO R5019.
           IF    KP57-DIF NOT GREATER ZERO
                 GO TO R5019.
           MULTIPLY KP55-AVG BY KP02-TOL GIVING KP56-LIM.
           MULTIPLY 100 BY KP57-DIF.
           IF    KP57-DIF GREATER KP56-LIM
                 MOVE 'WORSE' TO KP73-FLG
                 ADD  1 TO KP47-WRS.
       R5019.
           MOVE  KP73-DTL TO RPA158R.
           PERFORM R85.
           ADD   1 TO KP45-MSR.
           GO TO R5007.
       R5021.
           MOVE  KP77-BLNK TO RPA158R.
           PERFORM R85.
           IF    KP49-HST EQUAL ZERO
                 MOVE KP76-NONE TO RPA158R
                 PERFORM R85
           ELSE
                 MOVE KP02-TOL TO KP74-PCT
                 MOVE KP47-WRS TO KP74-WRS
                 MOVE KP74-TOL TO RPA158R
                 PERFORM R85.
           IF    KP21-ELL GREATER ZERO
                 MOVE KP22-ELM TO KP75-MBR
                 MOVE KP21-ELL TO KP75-SEC
                 MOVE KP75-LNG TO RPA158R
                 PERFORM R85.
       R5099.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    Measures of one cycle from its history record into column  *
      *    KP44-COL - the rates are worked out here, never stored, so *
      *    every cycle is rated the same way                          *
      *****************************************************************
       R6001.
           MOVE  '1'    TO KP51-HAS (KP44-COL).
           MOVE  CYC159 TO KP52-CYC (KP44-COL).
           MOVE  MRG159 TO KP53-VAL (KP44-COL 1).
           MOVE  FPP159 TO KP53-VAL (KP44-COL 2).
           MOVE  ZERO   TO KP53-VAL (KP44-COL 3).
           IF    MRG159 GREATER ZERO
                 MULTIPLY FPP159 BY 100 GIVING KP35-WRK
                 DIVIDE KP35-WRK BY MRG159
                        GIVING KP53-VAL (KP44-COL 3) ROUNDED.
           MOVE  RWK159 TO KP53-VAL (KP44-COL 4).
           MOVE  RBK159 TO KP53-VAL (KP44-COL 5).
           MOVE  SHP159 TO KP53-VAL (KP44-COL 6).
           MOVE  RCF159 TO KP53-VAL (KP44-COL 7).
           MOVE  KEY159 TO KP53-VAL (KP44-COL 8).
           MOVE  ZERO   TO KP53-VAL (KP44-COL 9)
                           KP53-VAL (KP44-COL 10)
                           KP53-VAL (KP44-COL 11).
           IF    KEY159 GREATER ZERO
                 MULTIPLY ORP159 BY 100 GIVING KP35-WRK
                 DIVIDE KP35-WRK BY KEY159
                        GIVING KP53-VAL (KP44-COL 9) ROUNDED
                 MULTIPLY EXE159 BY 100 GIVING KP35-WRK
                 DIVIDE KP35-WRK BY KEY159
                        GIVING KP53-VAL (KP44-COL 10) ROUNDED
                 MULTIPLY EXW159 BY 100 GIVING KP35-WRK
                 DIVIDE KP35-WRK BY KEY159
                        GIVING KP53-VAL (KP44-COL 11) ROUNDED.
           MOVE  ELT159 TO KP53-VAL (KP44-COL 12).
           MOVE  ELL159 TO KP53-VAL (KP44-COL 13).
           MOVE  RST159 TO KP53-VAL (KP44-COL 14).
       R6099.
           EXIT.

       R80 SECTION.
      *****************************************************************
      *    Convert the time of day in KP30-TIME to centiseconds       *
      *****************************************************************
       R8001.
           MULTIPLY KP31-HH BY 60   GIVING KP35-WRK.
           ADD      KP32-MM TO KP35-WRK.
           MULTIPLY 60      BY KP35-WRK.
           ADD      KP33-SS TO KP35-WRK.
           MULTIPLY 100     BY KP35-WRK.
           ADD      KP34-CC TO KP35-WRK.
       R8099.
           EXIT.

       R84 SECTION.
      *****************************************************************
      *    Edit the value in KP55-AVG into cell KP48-SUB of the       *
      *    detail line, whole or with two decimals as the measure is  *
      *****************************************************************
       R8401.
           MOVE  SPACE TO KP73-VTX (KP48-SUB).
           IF    KP58-DEC (KP45-MSR) EQUAL '2'
           OR    KP48-SUB EQUAL 7
                 MOVE KP55-AVG TO KP73-VAL (KP48-SUB)
           ELSE
                 MOVE KP55-AVG TO KP73-VLI (KP48-SUB).
       R8499.
           EXIT.

       R85 SECTION.
      *****************************************************************
      *    Print a line, starting a new page when the page is full    *
      *****************************************************************
       R8501.
           IF    KP08-LINE GREATER 56
                 PERFORM R86.
           WRITE RPA158R.
           ADD   1 TO KP08-LINE.
       R8599.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Print the page heading                                     *
      *****************************************************************
       R8601.
           ADD   1         TO KP09-PAGE.
           MOVE  KP09-PAGE TO KP70-PAGE.
           MOVE  KP70-HDR1 TO RPA158R.
           WRITE RPA158R.
           MOVE  KP77-BLNK TO RPA158R.
           WRITE RPA158R.
           MOVE  KP71-HDR2 TO RPA158R.
           WRITE RPA158R.
           MOVE  KP72-NOTE TO RPA158R.
           WRITE RPA158R.
           MOVE  KP77-BLNK TO RPA158R.
           WRITE RPA158R.
           MOVE  5 TO KP08-LINE.
       R8699.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program - the parameters, and the cycle being   *
      *    closed from RPA103 (1 when the file is empty)              *
      *****************************************************************
       R9801.
           ACCEPT KP05-DATE FROM DATE.
           MOVE  ZERO  TO KP10-MRG
                          KP11-FPP
                          KP12-RWK
                          KP13-RBK
                          KP14-SHP
                          KP15-RCF
                          KP16-KEY
                          KP17-ORP
                          KP18-EXE
                          KP19-EXW
                          KP20-ELT
                          KP21-ELL
                          KP23-RST
                          KP09-PAGE
                          KP08-LINE.
           MOVE  SPACE TO KP22-ELM.
           MOVE  10 TO KP02-TOL.
           IF    P01-TOL GREATER ZERO
                 MOVE P01-TOL TO KP02-TOL.
           MOVE  5 TO KP03-NCY.
           IF    P02-CYCS GREATER ZERO
           AND   P02-CYCS NOT GREATER 5
                 MOVE P02-CYCS TO KP03-NCY.
           MOVE  1 TO KP04-CYC.
           OPEN  INPUT RPA103.
           MOVE  ZERO  TO KP01-EOF.
           READ  RPA103 AT END
                 MOVE '1' TO KP01-EOF.
           IF    KP01-EOF NOT EQUAL '1'
           AND   CYC103  GREATER ZERO
                 MOVE CYC103 TO KP04-CYC.
           CLOSE RPA103.
           OPEN  OUTPUT RPA158.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program                                              *
      *****************************************************************
       R9901.
           CLOSE RPA158.
       R9999.
           EXIT.
