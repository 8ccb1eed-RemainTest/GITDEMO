       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA156.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA156 - Interactive member review workbench      *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    The member review workbench.  It lists the members of the  *
      *    release cycle in hand with their disposition, orphan and   *
      *    message counts, reconciliation status and whether they     *
      *    have shipped.  For one member the analyst can page through *
      *    its exceptions with the reason-code text, its orphaned     *
      *    blocks together with the RPA134 salvage candidates, and    *
      *    the cross-reference of its merged output.  From the same   *
      *    screen a rework can be requested - the member goes back to *
      *    quarantine so the next RPA133 run re-merges it - or an     *
      *    earlier generation restored through RPA123, after which    *
      *    the member is quarantined as after an RPA131 rollback.     *
      *    Both are refused for a shipped member and for an approved  *
      *    override - the override is withdrawn through RPA150 first, *
      *    so its approval can never stand for output nobody          *
      *    reviewed.  Every drill-down and every action, accepted or  *
      *    refused, is appended to the action log RPA157 under the    *
      *    user id passed in (or asked for on the screen); reworks    *
      *    and restores are also logged to RPA105.                    *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA108 ASSIGN TO DATABASE-RPA108.
           SELECT OPTIONAL RPA119 ASSIGN TO DATABASE-RPA119.
           SELECT OPTIONAL RPA117 ASSIGN TO DATABASE-RPA117.
           SELECT OPTIONAL RPA137 ASSIGN TO DATABASE-RPA137.
           SELECT OPTIONAL RPA106 ASSIGN TO DATABASE-RPA106.
           SELECT OPTIONAL RPA105 ASSIGN TO DATABASE-RPA105.
           SELECT OPTIONAL RPA127 ASSIGN TO DATABASE-RPA127.
           SELECT OPTIONAL RPA134 ASSIGN TO DATABASE-RPA134.
           SELECT OPTIONAL RPA112 ASSIGN TO WB26-XRFF.
           SELECT OPTIONAL RPA101 ASSIGN TO DATABASE-RPA101
                  ORGANIZATION INDEXED
                  ACCESS RANDOM
                  RECORD KEY IS MBR101.
           SELECT OPTIONAL RPA103 ASSIGN TO DATABASE-RPA103.
           SELECT OPTIONAL RPA157 ASSIGN TO DATABASE-RPA157.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Member disposition of the cycle in hand - the member list  *
      *    of the workbench, updated in place by a rework request or  *
      *    a restore                                                  *
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
      *    Reconciliation report written by RPA119 - the 'M' rows     *
      *    carry each member's PASS or FAIL                           *
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
      *    Consolidated merge report - the member's rows of the main  *
      *    run and of any rework                                      *
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
      *    Promotion manifest - a shipped member is past reworking    *
      *    or restoring from here                                     *
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
      *    Reason-code reference file - one record per ODOBRC code    *
      *****************************************************************
       FD  RPA106
           LABEL RECORDS ARE STANDARD.
       01  RPA106R.
           03  RCD106                        PIC X(05).
           03  TXT106                        PIC X(50).

      *****************************************************************
      *    Manual review / exception log - read for the member's      *
      *    exceptions, extended with the workbench's own rows         *
      *****************************************************************
       FD  RPA105
           LABEL RECORDS ARE STANDARD.
       01  RPA105R.
           COPY DDS-ALL-FORMATS OF RPA105.

      *****************************************************************
      *    Orphan capture written by the merge                        *
      *****************************************************************
       FD  RPA127
           LABEL RECORDS ARE STANDARD.
       01  RPA127R.
           03  MBR127                        PIC X(10).
           03  LIB127                        PIC X(10).
           03  NUM127                        PIC 9(04).
           03  TYP127                        PIC X(01).
           03  DTA127                        PIC X(114).

      *****************************************************************
      *    Printed salvage report of RPA134 - every orphaned block    *
      *    starts with a 'MEMBER: ' heading line                      *
      *****************************************************************
       FD  RPA134
           LABEL RECORDS ARE STANDARD.
       01  RPA134R.
           03  HDR134                        PIC X(08).
           03  MBR134                        PIC X(10).
           03  FILLER                        PIC X(12).
           03  LIB134                        PIC X(10).
           03  FILLER                        PIC X(92).
       01  RPA134T.
           03  FILLER                        PIC X(05).
           03  TRL134                        PIC X(15).
           03  FILLER                        PIC X(112).
       01  RPA134L.
           03  LN1134                        PIC X(66).
           03  LN2134                        PIC X(66).

      *****************************************************************
      *    Cross-reference of the member's merged output              *
      *****************************************************************
       FD  RPA112
           LABEL RECORDS ARE STANDARD.
       01  RPA112R.
           03  KEY112                        PIC X(80).
           03  CHG112                        PIC X(01).
           03  SEQ112                        PIC X(06).

      *****************************************************************
      *    Generation directory of RPA122 - the last generation       *
      *    number used per member, offered when restoring             *
      *****************************************************************
       FD  RPA101
           LABEL RECORDS ARE STANDARD.
       01  RPA101R.
           03  MBR101                        PIC X(10).
           03  GEN101                        PIC 9(02).
           03  DAT101                        PIC 9(06).

      *****************************************************************
      *    Cycle control - the release cycle number, stamped into     *
      *    every exception row and log record this run writes         *
      *****************************************************************
       FD  RPA103
           LABEL RECORDS ARE STANDARD.
       01  RPA103R.
           03  CYC103                        PIC 9(04).
           03  FILLER                        PIC X(06).

      *****************************************************************
      *    Workbench action log - one record per action taken on a    *
      *    member, accepted or refused, only ever appended to         *
      *****************************************************************
       FD  RPA157
           LABEL RECORDS ARE STANDARD.
       01  RPA157R.
           03  USR157                        PIC X(10).
           03  MBR157                        PIC X(10).
           03  LIB157                        PIC X(10).
           03  ACT157                        PIC X(01).
           03  GEN157                        PIC 9(02).
           03  OLD157                        PIC X(01).
           03  NEW157                        PIC X(01).
           03  RES157                        PIC X(01).
           03  WHY157                        PIC X(50).
           03  CYC157                        PIC 9(04).
           03  DAT157                        PIC 9(06).
           03  TIM157                        PIC 9(08).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  WB01-09.
           03  WB01-EOF                      PIC X(01).
      *            User id the actions are logged under               *
           03  WB02-USR                      PIC X(10).
      *            Command entered, and the end of the session        *
           03  WB03-CMD                      PIC X(04).
           03  WB04-END                      PIC X(01).
      *            Release cycle, run date and time of the action     *
           03  WB05-CYC                      PIC 9(04).
           03  WB06-DATE                     PIC 9(06).
           03  WB07-TIME                     PIC 9(08).
      *            The member table overflowed                        *
           03  WB08-OVFL                     PIC X(01).
      *            Back out of the screen in hand                     *
           03  WB09-BACK                     PIC X(01).
       01  WB10-19.
      *            First member of the list page shown                *
           03  WB10-TOP                      PIC S9(04)  COMP-3.
      *            Member being reviewed - its table entry            *
           03  WB11-SEL                      PIC S9(04)  COMP-3.
      *            Lines shown on the drill-down page, and the stop   *
      *            of the drill-down                                  *
           03  WB12-LCNT                     PIC S9(03)  COMP-3.
           03  WB13-STOP                     PIC X(01).
      *            Lines found by the drill-down                      *
           03  WB14-HITS                     PIC S9(07)  COMP-3.
      *            Action in hand, generation to restore, new         *
      *            disposition, and the reason of a refusal           *
           03  WB15-ACT                      PIC X(01).
           03  WB16-GEN                      PIC 9(02).
           03  WB17-NEW                      PIC X(01).
           03  WB18-WHY                      PIC X(50).
      *            Inside the member's RPA134 section                 *
           03  WB19-INS                      PIC X(01).

      *****************************************************************
      *    Session totals for the summary row, and the fields passed  *
      *    to RPA123                                                  *
      *****************************************************************
       01  WB20-29.
           03  WB20-RWK                      PIC S9(07)  COMP-3.
           03  WB21-RST                      PIC S9(07)  COMP-3.
           03  WB22-REF                      PIC S9(07)  COMP-3.
           03  WB23-NAME                     PIC X(10).
           03  WB24-GEN                      PIC 9(02).
      *            Disposition found on file when rewriting           *
           03  WB25-FND                      PIC X(01).
      *            File override of the member's cross-reference      *
           03  WB26-XRFF                     PIC X(40).

      *****************************************************************
      *    Numeric parse of the entered command - the characters,     *
      *    the running number, and the verdict                        *
      *****************************************************************
       01  WB30-VAL.
           03  WB31-CH  OCCURS 4             PIC X(01).
       01  WB32-37.
           03  WB32-SUB                      PIC S9(04)  COMP-3.
           03  WB33-NUM                      PIC S9(05)  COMP-3.
           03  WB34-BAD                      PIC X(01).
           03  WB35-ANY                      PIC X(01).
           03  WB36-DIG                      PIC 9(01).
           03  WB37-DGX                      PIC X(01).

      *****************************************************************
      *    Text of an exception or orphan capture line, split in two  *
      *    halves for the screen                                      *
      *****************************************************************
       01  WB40-TXT                          PIC X(114).
       01  WB40-TXS REDEFINES WB40-TXT.
           03  WB41-TX1                      PIC X(57).
           03  WB42-TX2                      PIC X(57).

      *****************************************************************
      *    Members of the cycle in hand, from the disposition file,   *
      *    with their reconciliation status and whether they have     *
      *    shipped                                                    *
      *****************************************************************
       01  WB50-TABLE.
           03  WB50-ENT OCCURS 500.
               05  WB51-MBR                  PIC X(10).
               05  WB52-LIB                  PIC X(10).
               05  WB53-DSP                  PIC X(01).
               05  WB54-ORP                  PIC 9(07).
               05  WB55-MSG                  PIC 9(07).
               05  WB56-RCN                  PIC X(04).
               05  WB57-SHP                  PIC X(01).
       01  WB58-59.
           03  WB58-CNT                      PIC S9(04)  COMP-3.
           03  WB59-SUB                      PIC S9(04)  COMP-3.

      *****************************************************************
      *    Reason-code texts                                          *
      *****************************************************************
       01  WB60-TABLE.
           03  WB60-ENT OCCURS 200.
               05  WB61-RCD                  PIC X(05).
               05  WB62-TXT                  PIC X(50).
       01  WB63-64.
           03  WB63-CNT                      PIC S9(04)  COMP-3.
           03  WB64-SUB                      PIC S9(04)  COMP-3.

      *****************************************************************
      *    Screen lines                                               *
      *****************************************************************
       01  WB70-HDR.
           03  FILLER                        PIC X(08) VALUE 'RPA156'.
           03  FILLER                        PIC X(26)
                                     VALUE 'MEMBER REVIEW WORKBENCH'.
           03  FILLER                        PIC X(06) VALUE 'CYCLE '.
           03  WB70-CYC                      PIC 9(04).
           03  FILLER                        PIC X(08) VALUE '   USER '.
           03  WB70-USR                      PIC X(10).
           03  FILLER                        PIC X(08) VALUE '   DATE '.
           03  WB70-DATE                     PIC 99B99B99.
       01  WB71-LHD.
           03  FILLER                        PIC X(05) VALUE '  NR'.
           03  FILLER                        PIC X(11) VALUE 'MEMBER'.
           03  FILLER                        PIC X(11) VALUE 'LIBRARY'.
           03  FILLER                        PIC X(05) VALUE 'DSP'.
           03  FILLER                        PIC X(09) VALUE ' ORPHANS'.
           03  FILLER                        PIC X(10)
                                             VALUE ' MESSAGES'.
           03  FILLER                        PIC X(07) VALUE ' RECON'.
           03  FILLER                        PIC X(07) VALUE 'SHIPPED'.
       01  WB72-LST.
           03  WB72-NR                       PIC ZZZ9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WB72-MBR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WB72-LIB                      PIC X(10).
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  WB72-DSP                      PIC X(01).
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  WB72-ORP                      PIC Z(07)9.
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  WB72-MSG                      PIC Z(07)9.
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  WB72-RCN                      PIC X(04).
           03  FILLER                        PIC X(03) VALUE SPACE.
           03  WB72-SHP                      PIC X(03).
       01  WB73-MBR.
           03  FILLER                        PIC X(08) VALUE 'MEMBER '.
           03  WB73-NAM                      PIC X(10).
           03  FILLER                        PIC X(10)
                                             VALUE ' LIBRARY '.
           03  WB73-LIB                      PIC X(10).
           03  FILLER                        PIC X(14)
                                             VALUE ' DISPOSITION '.
           03  WB73-DSP                      PIC X(01).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WB73-DTX                      PIC X(20).
       01  WB74-CNT.
           03  FILLER                        PIC X(09) VALUE 'ORPHANS '.
           03  WB74-ORP                      PIC Z(06)9.
           03  FILLER                        PIC X(11)
                                             VALUE '  MESSAGES '.
           03  WB74-MSG                      PIC Z(06)9.
           03  FILLER                        PIC X(17)
                                             VALUE '  RECONCILIATION '.
           03  WB74-RCN                      PIC X(04).
           03  FILLER                        PIC X(10)
                                             VALUE '  SHIPPED '.
           03  WB74-SHP                      PIC X(03).
       01  WB75-RPT.
           03  FILLER                        PIC X(16)
                                             VALUE '  RPA117 ROW  '.
           03  WB75-TYP                      PIC X(01).
           03  FILLER                        PIC X(09)
                                             VALUE '  BLOCKS '.
           03  WB75-BKS                      PIC Z(06)9.
           03  FILLER                        PIC X(10)
                                             VALUE '  ORPHANS '.
           03  WB75-ORP                      PIC Z(06)9.
           03  FILLER                        PIC X(11)
                                             VALUE '  MESSAGES '.
           03  WB75-MSG                      PIC Z(06)9.
       01  WB76-EXC.
           03  WB76-RCD                      PIC X(05).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WB76-TXT                      PIC X(50).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WB76-B1                       PIC Z(06)9.
       01  WB77-TXL.
           03  FILLER                        PIC X(06) VALUE SPACE.
           03  WB77-TXT                      PIC X(57).
       01  WB78-ORP.
           03  FILLER                        PIC X(06) VALUE 'BLOCK '.
           03  WB78-NUM                      PIC ZZZ9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WB78-TYP                      PIC X(01).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WB78-TXT                      PIC X(57).
       01  WB79-XRF.
           03  WB79-SEQ                      PIC X(06).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WB79-CHG                      PIC X(01).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WB79-KEY                      PIC X(80).
       01  WB80-MSG.
           03  WB80-TXT                      PIC X(79).
       01  WB81-EDIT.
           03  WB81-GEN                      PIC 99.
           03  WB81-HITS                     PIC Z(06)9.
       01  WB82-BLNK                         PIC X(01) VALUE SPACE.

      /
       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - the user id the actions are logged      *
      *    under; asked for on the screen when passed blank           *
      *****************************************************************
       01  P01-USR                           PIC X(10).
      /
       PROCEDURE DIVISION USING P01-USR.
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
           IF    WB04-END NOT EQUAL '1'
                 PERFORM R10.
           PERFORM R99.
       R0099.
      *    GOBACK, not STOP RUN - callable from a review menu, and
      *    run standalone it still ends the job
           GOBACK.

       R10 SECTION.
      *****************************************************************
      *    The member list - a page of fifteen members, paged with N  *
      *    and P, a member picked by its number, X ends the session   *
      *****************************************************************
       R1001.
           PERFORM R86.
           DISPLAY WB71-LHD.
           MOVE  WB10-TOP TO WB59-SUB.
       R1003.
           IF    WB59-SUB GREATER WB58-CNT
           OR    WB59-SUB NOT LESS WB10-TOP + 15
                 GO TO R1005.
           MOVE  WB59-SUB            TO WB72-NR.
           MOVE  WB51-MBR (WB59-SUB) TO WB72-MBR.
           MOVE  WB52-LIB (WB59-SUB) TO WB72-LIB.
           MOVE  WB53-DSP (WB59-SUB) TO WB72-DSP.
           MOVE  WB54-ORP (WB59-SUB) TO WB72-ORP.
           MOVE  WB55-MSG (WB59-SUB) TO WB72-MSG.
           MOVE  WB56-RCN (WB59-SUB) TO WB72-RCN.
           MOVE  SPACE TO WB72-SHP.
           IF    WB57-SHP (WB59-SUB) EQUAL '1'
                 MOVE 'YES' TO WB72-SHP.
           DISPLAY WB72-LST.
           ADD   1 TO WB59-SUB.
           GO TO R1003.
       R1005.
           IF    WB58-CNT EQUAL ZERO
                 DISPLAY 'NO DISPOSITION ROWS IN RPA108 FOR THIS CYCLE'.
           IF    WB08-OVFL EQUAL '1'
                 DISPLAY 'MORE THAN 500 MEMBERS - '
                         'ONLY THE FIRST 500 ARE LISTED'.
           DISPLAY WB82-BLNK.
           DISPLAY 'NR = REVIEW MEMBER   N = NEXT PAGE   '
                   'P = PREVIOUS PAGE   X = END'.
           MOVE  SPACE TO WB03-CMD.
           ACCEPT WB03-CMD.
           IF    WB03-CMD EQUAL 'X'
                 GO TO R1099.
           IF    WB03-CMD EQUAL 'N'
                 IF    WB10-TOP + 15 NOT GREATER WB58-CNT
                       ADD 15 TO WB10-TOP
                       GO TO R1001
                 ELSE
                       GO TO R1001.
           IF    WB03-CMD EQUAL 'P'
                 IF    WB10-TOP GREATER 15
                       SUBTRACT 15 FROM WB10-TOP
                       GO TO R1001
                 ELSE
                       MOVE 1 TO WB10-TOP
                       GO TO R1001.
           PERFORM R80.
           IF    WB34-BAD EQUAL '1'
           OR    WB33-NUM LESS 1
           OR    WB33-NUM GREATER WB58-CNT
                 DISPLAY 'ENTER A MEMBER NUMBER FROM THE LIST, '
                         'N, P OR X'
                 GO TO R1005.
           MOVE  WB33-NUM TO WB11-SEL.
           PERFORM R20.
           GO TO R1001.
       R1099.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    One member - its disposition, counts and reconciliation,   *
      *    its merge report rows, and the drill-downs and actions     *
      *****************************************************************
       R2001.
           PERFORM R86.
           MOVE  WB51-MBR (WB11-SEL) TO WB73-NAM.
           MOVE  WB52-LIB (WB11-SEL) TO WB73-LIB.
           MOVE  WB53-DSP (WB11-SEL) TO WB73-DSP.
           PERFORM R22.
           DISPLAY WB73-MBR.
           MOVE  WB54-ORP (WB11-SEL) TO WB74-ORP.
           MOVE  WB55-MSG (WB11-SEL) TO WB74-MSG.
           MOVE  WB56-RCN (WB11-SEL) TO WB74-RCN.
           MOVE  'NO'  TO WB74-SHP.
           IF    WB57-SHP (WB11-SEL) EQUAL '1'
                 MOVE 'YES' TO WB74-SHP.
           DISPLAY WB74-CNT.
           DISPLAY WB82-BLNK.
      *    The member's rows in the consolidated merge report
           OPEN  INPUT RPA117.
           MOVE  ZERO  TO WB01-EOF.
       R2003.
           READ  RPA117 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF EQUAL '1'
                 GO TO R2005.
           IF    NAM117 NOT EQUAL WB51-MBR (WB11-SEL)
                 GO TO R2003.
           MOVE  TYP117 TO WB75-TYP.
           MOVE  BKS117 TO WB75-BKS.
           MOVE  ORP117 TO WB75-ORP.
           MOVE  MSG117 TO WB75-MSG.
           DISPLAY WB75-RPT.
           GO TO R2003.
       R2005.
           CLOSE RPA117.
       R2007.
           MOVE  ZERO  TO WB16-GEN.
           MOVE  SPACE TO WB17-NEW
                          WB18-WHY.
           DISPLAY WB82-BLNK.
           DISPLAY 'E = EXCEPTIONS   O = ORPHANED BLOCKS   '
                   'R = CROSS-REFERENCE'.
           DISPLAY 'W = REQUEST REWORK   G = RESTORE A GENERATION   '
                   'X = BACK TO THE LIST'.
           MOVE  SPACE TO WB03-CMD.
           ACCEPT WB03-CMD.
           IF    WB03-CMD EQUAL 'X'
                 GO TO R2099.
           IF    WB03-CMD EQUAL 'E'
                 PERFORM R30
                 GO TO R2001.
           IF    WB03-CMD EQUAL 'O'
                 PERFORM R35
                 GO TO R2001.
           IF    WB03-CMD EQUAL 'R'
                 PERFORM R40
                 GO TO R2001.
           IF    WB03-CMD EQUAL 'W'
                 PERFORM R50
                 GO TO R2007.
           IF    WB03-CMD EQUAL 'G'
                 PERFORM R55
                 GO TO R2007.
           DISPLAY 'ENTER E, O, R, W, G OR X'.
           GO TO R2007.
       R2099.
           EXIT.

       R22 SECTION.
      *****************************************************************
      *    Disposition code of the member in words                    *
      *****************************************************************
       R2201.
           MOVE  SPACE TO WB73-DTX.
           IF    WB53-DSP (WB11-SEL) EQUAL 'P'
                 MOVE 'PROMOTED' TO WB73-DTX.
           IF    WB53-DSP (WB11-SEL) EQUAL 'Q'
                 MOVE 'QUARANTINED' TO WB73-DTX.
           IF    WB53-DSP (WB11-SEL) EQUAL 'A'
                 MOVE 'APPROVED OVERRIDE' TO WB73-DTX.
           IF    WB53-DSP (WB11-SEL) EQUAL 'C'
                 MOVE 'COMPILED CLEAN' TO WB73-DTX.
           IF    WB53-DSP (WB11-SEL) EQUAL 'F'
                 MOVE 'COMPILE FAILED' TO WB73-DTX.
       R2299.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Drill-down - the member's exceptions with the reason-code  *
      *    text; the job summary rows are not the member's            *
      *****************************************************************
       R3001.
           MOVE  'E' TO WB15-ACT.
           PERFORM R88.
           PERFORM R86.
           DISPLAY 'EXCEPTIONS OF ' WB51-MBR (WB11-SEL).
           DISPLAY WB82-BLNK.
           MOVE  ZERO  TO WB12-LCNT
                          WB14-HITS.
           MOVE  SPACE TO WB13-STOP.
           OPEN  INPUT RPA105.
           MOVE  ZERO  TO WB01-EOF.
       R3003.
           READ  RPA105 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF EQUAL '1'
           OR    WB13-STOP EQUAL '1'
                 GO TO R3005.
           IF    ODOBNM NOT EQUAL WB51-MBR (WB11-SEL)
           OR    ODOBRT EQUAL 'S'
                 GO TO R3003.
           ADD   1 TO WB14-HITS.
           MOVE  ODOBRC TO WB76-RCD.
           MOVE  SPACE  TO WB76-TXT.
           MOVE  1 TO WB64-SUB.
       R3004.
           IF    WB64-SUB NOT GREATER WB63-CNT
                 IF    WB61-RCD (WB64-SUB) EQUAL ODOBRC
                       MOVE WB62-TXT (WB64-SUB) TO WB76-TXT
                 ELSE
                       ADD 1 TO WB64-SUB
                       GO TO R3004.
           MOVE  ODOBB1 TO WB76-B1.
           MOVE  WB76-EXC TO WB80-TXT.
           PERFORM R84.
           MOVE  ODOBTX TO WB40-TXT.
           MOVE  WB41-TX1 TO WB77-TXT.
           MOVE  WB77-TXL TO WB80-TXT.
           PERFORM R84.
           IF    WB42-TX2 NOT EQUAL SPACE
                 MOVE  WB42-TX2 TO WB77-TXT
                 MOVE  WB77-TXL TO WB80-TXT
                 PERFORM R84.
           GO TO R3003.
       R3005.
           CLOSE RPA105.
           IF    WB14-HITS EQUAL ZERO
                 MOVE 'NO EXCEPTIONS LOGGED FOR THIS MEMBER' TO WB80-TXT
                 PERFORM R84.
           PERFORM R83.
       R3099.
           EXIT.

       R35 SECTION.
      *****************************************************************
      *    Drill-down - the member's orphaned blocks as the merge     *
      *    captured them, then its sections of the RPA134 salvage     *
      *    report with the ranked candidate anchors                   *
      *****************************************************************
       R3501.
           MOVE  'O' TO WB15-ACT.
           PERFORM R88.
           PERFORM R86.
           DISPLAY 'ORPHANED BLOCKS OF ' WB51-MBR (WB11-SEL).
           DISPLAY WB82-BLNK.
           MOVE  ZERO  TO WB12-LCNT
                          WB14-HITS.
           MOVE  SPACE TO WB13-STOP.
           OPEN  INPUT RPA127.
           MOVE  ZERO  TO WB01-EOF.
       R3503.
           READ  RPA127 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF EQUAL '1'
           OR    WB13-STOP EQUAL '1'
                 GO TO R3505.
           IF    MBR127 NOT EQUAL WB51-MBR (WB11-SEL)
           OR    LIB127 NOT EQUAL WB52-LIB (WB11-SEL)
                 GO TO R3503.
           ADD   1 TO WB14-HITS.
           MOVE  NUM127 TO WB78-NUM.
           MOVE  TYP127 TO WB78-TYP.
           MOVE  DTA127 TO WB40-TXT.
           MOVE  WB41-TX1 TO WB78-TXT.
           MOVE  WB78-ORP TO WB80-TXT.
           PERFORM R84.
           IF    WB42-TX2 NOT EQUAL SPACE
                 MOVE  SPACE    TO WB77-TXT
                 MOVE  WB42-TX2 TO WB77-TXT
                 MOVE  WB77-TXL TO WB80-TXT
                 PERFORM R84.
           GO TO R3503.
       R3505.
           CLOSE RPA127.
           IF    WB14-HITS EQUAL ZERO
                 MOVE 'NO ORPHANED BLOCKS CAPTURED FOR THIS MEMBER'
                               TO WB80-TXT
                 PERFORM R84
                 GO TO R3598.
           IF    WB13-STOP EQUAL '1'
                 GO TO R3599.
           MOVE  SPACE TO WB80-TXT.
           PERFORM R84.
           MOVE 'SALVAGE CANDIDATES (RPA134)' TO WB80-TXT.
           PERFORM R84.
           MOVE  ZERO  TO WB14-HITS.
           MOVE  SPACE TO WB19-INS.
           OPEN  INPUT RPA134.
           MOVE  ZERO  TO WB01-EOF.
       R3507.
           READ  RPA134 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF EQUAL '1'
           OR    WB13-STOP EQUAL '1'
                 GO TO R3509.
      *    A heading line opens a section - the member's or another's;
      *    the page headings and the job trailer are nobody's
           IF    HDR134 EQUAL 'MEMBER: '
                 MOVE SPACE TO WB19-INS
                 IF    MBR134 EQUAL WB51-MBR (WB11-SEL)
                 AND   LIB134 EQUAL WB52-LIB (WB11-SEL)
                       MOVE '1' TO WB19-INS.
           IF    TRL134 EQUAL 'BLOCKS SALVAGED'
                 MOVE SPACE TO WB19-INS.
           IF    HDR134 EQUAL 'RPA134'
           OR    LN1134 EQUAL SPACE
                 GO TO R3507.
           IF    WB19-INS NOT EQUAL '1'
                 GO TO R3507.
           ADD   1 TO WB14-HITS.
           MOVE  LN1134 TO WB80-TXT.
           PERFORM R84.
           IF    LN2134 NOT EQUAL SPACE
                 MOVE  SPACE  TO WB80-TXT
                 MOVE  LN2134 TO WB77-TXT
                 MOVE  WB77-TXL TO WB80-TXT
                 PERFORM R84.
           GO TO R3507.
       R3509.
           CLOSE RPA134.
           IF    WB14-HITS EQUAL ZERO
                 MOVE 'NO SALVAGE SECTION ON FILE - RUN RPA134 FIRST'
                               TO WB80-TXT
                 PERFORM R84.
       R3598.
           PERFORM R83.
       R3599.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Drill-down - the cross-reference of the member's merged    *
      *    output, one line per customization key                     *
      *****************************************************************
       R4001.
           MOVE  'R' TO WB15-ACT.
           PERFORM R88.
           PERFORM R86.
           DISPLAY 'CROSS-REFERENCE OF ' WB51-MBR (WB11-SEL).
           DISPLAY 'SEQ    C KEY'.
           MOVE  ZERO  TO WB12-LCNT
                          WB14-HITS.
           MOVE  SPACE TO WB13-STOP.
           PERFORM R95.
           OPEN  INPUT RPA112.
           MOVE  ZERO  TO WB01-EOF.
       R4003.
           READ  RPA112 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF EQUAL '1'
           OR    WB13-STOP EQUAL '1'
                 GO TO R4005.
           ADD   1 TO WB14-HITS.
           MOVE  SEQ112 TO WB79-SEQ.
           MOVE  CHG112 TO WB79-CHG.
           MOVE  KEY112 TO WB79-KEY.
           MOVE  WB79-XRF TO WB80-TXT.
           PERFORM R84.
           GO TO R4003.
       R4005.
           CLOSE RPA112.
           IF    WB14-HITS EQUAL ZERO
                 MOVE 'NO CROSS-REFERENCE ON FILE FOR THIS MEMBER'
                               TO WB80-TXT
                 PERFORM R84.
           PERFORM R83.
       R4099.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    Request a rework - the member goes back to 'Q', so the     *
      *    next RPA133 run re-merges it.  Only a promoted or compiled *
      *    member that has not shipped can be sent back; a            *
      *    quarantined one is already on RPA133's list, and an        *
      *    approved override is withdrawn through RPA150              *
      *****************************************************************
       R5001.
           MOVE  'W'   TO WB15-ACT.
           MOVE  ZERO  TO WB16-GEN.
           MOVE  SPACE TO WB18-WHY.
           IF    WB57-SHP (WB11-SEL) EQUAL '1'
                 MOVE 'ALREADY SHIPPED IN RPA137' TO WB18-WHY
                 GO TO R5005.
           IF    WB53-DSP (WB11-SEL) EQUAL 'Q'
                 MOVE 'ALREADY QUARANTINED - RPA133 WILL REWORK IT'
                               TO WB18-WHY
                 GO TO R5005.
           IF    WB53-DSP (WB11-SEL) EQUAL 'A'
                 MOVE 'APPROVED OVERRIDE - REJECT IT THROUGH RPA150'
                               TO WB18-WHY
                 GO TO R5005.
           IF    WB53-DSP (WB11-SEL) NOT EQUAL 'P'
           AND   WB53-DSP (WB11-SEL) NOT EQUAL 'C'
           AND   WB53-DSP (WB11-SEL) NOT EQUAL 'F'
                 MOVE 'DISPOSITION CANNOT BE SENT BACK' TO WB18-WHY
                 GO TO R5005.
           DISPLAY 'REQUEST REWORK OF ' WB51-MBR (WB11-SEL)
                   ' - ENTER Y TO CONFIRM'.
           MOVE  SPACE TO WB03-CMD.
           ACCEPT WB03-CMD.
           IF    WB03-CMD NOT EQUAL 'Y'
                 DISPLAY 'NOTHING CHANGED'
                 GO TO R5099.
           MOVE  'Q' TO WB17-NEW.
           PERFORM R60.
           IF    WB18-WHY NOT EQUAL SPACE
                 GO TO R5005.
           ADD   1 TO WB20-RWK.
           PERFORM R75.
           PERFORM R88.
           MOVE  'Q' TO WB53-DSP (WB11-SEL).
           DISPLAY 'REWORK REQUESTED - ' WB51-MBR (WB11-SEL)
                   ' IS QUARANTINED FOR THE NEXT RPA133 RUN'.
           GO TO R5099.
       R5005.
           PERFORM R70.
       R5099.
           EXIT.

       R55 SECTION.
      *****************************************************************
      *    Restore an earlier generation through RPA123.  The         *
      *    restored output was never checked in this cycle, so the    *
      *    member goes to 'Q' exactly as after an RPA131 rollback.    *
      *    RPA123 refuses an empty or missing generation (logging it  *
      *    itself and returning code 8) and then nothing changes.  An *
      *    approved override is refused like a rework request - its   *
      *    approval on RPA152 would otherwise still stand for the     *
      *    restored output                                            *
      *****************************************************************
       R5501.
           MOVE  'G'   TO WB15-ACT.
           MOVE  ZERO  TO WB16-GEN.
           MOVE  SPACE TO WB18-WHY.
           IF    WB57-SHP (WB11-SEL) EQUAL '1'
                 MOVE 'ALREADY SHIPPED IN RPA137' TO WB18-WHY
                 GO TO R5505.
           IF    WB53-DSP (WB11-SEL) EQUAL 'A'
                 MOVE 'APPROVED OVERRIDE - REJECT IT THROUGH RPA150'
                               TO WB18-WHY
                 GO TO R5505.
           MOVE  WB51-MBR (WB11-SEL) TO MBR101.
           MOVE  ZERO TO GEN101.
           OPEN  INPUT RPA101.
           READ  RPA101 INVALID KEY
                 MOVE ZERO TO GEN101.
           CLOSE RPA101.
           MOVE  GEN101 TO WB81-GEN.
           IF    GEN101 EQUAL ZERO
                 DISPLAY 'NO GENERATION RECORDED FOR THIS MEMBER '
                         'IN RPA101'
           ELSE
                 DISPLAY 'LAST GENERATION WRITTEN: ' WB81-GEN.
           DISPLAY 'GENERATION TO RESTORE (1-99), X TO CANCEL'.
           MOVE  SPACE TO WB03-CMD.
           ACCEPT WB03-CMD.
           IF    WB03-CMD EQUAL 'X'
                 DISPLAY 'NOTHING CHANGED'
                 GO TO R5599.
           PERFORM R80.
           IF    WB34-BAD EQUAL '1'
           OR    WB33-NUM LESS 1
           OR    WB33-NUM GREATER 99
                 MOVE 'GENERATION MUST BE 1 TO 99' TO WB18-WHY
                 GO TO R5505.
           MOVE  WB33-NUM TO WB16-GEN.
           MOVE  WB16-GEN TO WB81-GEN.
           DISPLAY 'RESTORE ' WB51-MBR (WB11-SEL) ' TO GENERATION '
                   WB81-GEN ' - ENTER Y TO CONFIRM'.
           MOVE  SPACE TO WB03-CMD.
           ACCEPT WB03-CMD.
           IF    WB03-CMD NOT EQUAL 'Y'
                 DISPLAY 'NOTHING CHANGED'
                 GO TO R5599.
           MOVE  WB51-MBR (WB11-SEL) TO WB23-NAME.
           MOVE  WB16-GEN TO WB24-GEN.
           MOVE  ZERO TO RETURN-CODE.
           CALL 'RPA123' USING WB23-NAME WB24-GEN.
           IF    RETURN-CODE NOT EQUAL ZERO
                 MOVE  ZERO TO RETURN-CODE
                 MOVE 'GENERATION EMPTY OR MISSING - NOTHING RESTORED'
                               TO WB18-WHY
                 GO TO R5505.
           MOVE  'Q' TO WB17-NEW.
           PERFORM R60.
           MOVE  SPACE TO WB18-WHY.
           ADD   1 TO WB21-RST.
           PERFORM R75.
           PERFORM R88.
           MOVE  'Q' TO WB53-DSP (WB11-SEL).
           DISPLAY 'GENERATION ' WB81-GEN ' RESTORED - '
                   WB51-MBR (WB11-SEL) ' IS QUARANTINED'.
           GO TO R5599.
       R5505.
           PERFORM R70.
       R5599.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    Rewrite the member's disposition in place to WB17-NEW -    *
      *    only its row is touched.  A row changed on file since the  *
      *    list was read (RPA150 or a driver run in the meantime) is  *
      *    refused for a rework request rather than overwritten       *
      *****************************************************************
       R6001.
           MOVE  SPACE TO WB25-FND.
           OPEN  I-O   RPA108.
           MOVE  ZERO  TO WB01-EOF.
       R6003.
           READ  RPA108 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF EQUAL '1'
                 GO TO R6005.
           IF    MBR108 NOT EQUAL WB51-MBR (WB11-SEL)
           OR    LIB108 NOT EQUAL WB52-LIB (WB11-SEL)
                 GO TO R6003.
           MOVE  '1' TO WB25-FND.
           IF    WB15-ACT EQUAL 'W'
           AND   DSP108 NOT EQUAL WB53-DSP (WB11-SEL)
                 MOVE 'DISPOSITION CHANGED ON FILE - REFRESH THE LIST'
                               TO WB18-WHY
                 GO TO R6005.
           MOVE  WB17-NEW TO DSP108.
           REWRITE RPA108R.
       R6005.
           CLOSE RPA108.
           IF    WB25-FND NOT EQUAL '1'
                 MOVE 'NO DISPOSITION ROW ON FILE' TO WB18-WHY.
       R6099.
           EXIT.

       R70 SECTION.
      *****************************************************************
      *    Show and log a refused action - nothing was changed        *
      *****************************************************************
       R7001.
           ADD   1 TO WB22-REF.
           MOVE  SPACE TO WB17-NEW.
           DISPLAY 'REFUSED - ' WB18-WHY.
           PERFORM R88.
       R7099.
           EXIT.

       R75 SECTION.
      *****************************************************************
      *    Log the action to the manual-review log, so the review     *
      *    shows who sent the member back - I0320 rework requested,   *
      *    I0330 generation restored (the generation in ODOBB1)       *
      *****************************************************************
       R7501.
           OPEN  EXTEND RPA105.
           MOVE  WB05-CYC  TO ODOBCY.
           MOVE  WB06-DATE TO ODOBDT.
           MOVE  ' '      TO ODOBRT.
           MOVE  WB51-MBR (WB11-SEL) TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           MOVE  ZERO     TO ODOBB1
                             ODOBB2
                             ODOBB3.
           IF    WB15-ACT EQUAL 'W'
                 MOVE  'I0320'  TO ODOBRC
                 STRING '***RPA*MESSAGE *** REWORK REQUESTED FROM '
                                              DELIMITED BY SIZE
                        'THE REVIEW WORKBENCH BY '
                                              DELIMITED BY SIZE
                        WB02-USR              DELIMITED BY SPACE
                        INTO ODOBTX
           ELSE
                 MOVE  'I0330'  TO ODOBRC
                 MOVE  WB16-GEN TO ODOBB1
                 STRING '***RPA*MESSAGE *** GENERATION '
                                              DELIMITED BY SIZE
                        WB81-GEN              DELIMITED BY SIZE
                        ' RESTORED FROM THE REVIEW WORKBENCH BY '
                                              DELIMITED BY SIZE
                        WB02-USR              DELIMITED BY SPACE
                        INTO ODOBTX.
           WRITE RPA105R.
           CLOSE RPA105.
       R7599.
           EXIT.

       R80 SECTION.
      *****************************************************************
      *    Parse the entered command as a whole number - leading      *
      *    blanks allowed, digits, then blanks to the end; anything   *
      *    else is no number                                          *
      *****************************************************************
       R8001.
           MOVE  WB03-CMD TO WB30-VAL.
           MOVE  ZERO  TO WB33-NUM.
           MOVE  SPACE TO WB34-BAD
                          WB35-ANY.
           MOVE  1     TO WB32-SUB.
       R8003.
           IF    WB32-SUB GREATER 4
                 GO TO R8009.
           MOVE  WB31-CH (WB32-SUB) TO WB37-DGX.
           IF    WB37-DGX EQUAL SPACE
           AND   WB35-ANY EQUAL '1'
                 GO TO R8009.
           IF    WB37-DGX EQUAL SPACE
                 ADD   1 TO WB32-SUB
                 GO TO R8003.
           IF    WB37-DGX NOT NUMERIC
                 MOVE  '1' TO WB34-BAD
                 GO TO R8099.
           MOVE  WB37-DGX TO WB36-DIG.
           MULTIPLY 10 BY WB33-NUM.
           ADD   WB36-DIG TO WB33-NUM.
           MOVE  '1' TO WB35-ANY.
           ADD   1 TO WB32-SUB.
           GO TO R8003.
       R8009.
           IF    WB35-ANY NOT EQUAL '1'
                 MOVE '1' TO WB34-BAD.
       R8099.
           EXIT.

       R83 SECTION.
      *****************************************************************
      *    End of a drill-down - wait for the analyst                 *
      *****************************************************************
       R8301.
           IF    WB13-STOP EQUAL '1'
                 GO TO R8399.
           DISPLAY WB82-BLNK.
           DISPLAY 'END OF LIST - PRESS ENTER'.
           MOVE  SPACE TO WB03-CMD.
           ACCEPT WB03-CMD.
       R8399.
           EXIT.

       R84 SECTION.
      *****************************************************************
      *    Show a drill-down line, pausing every eighteen lines - X   *
      *    at the pause stops the drill-down                          *
      *****************************************************************
       R8401.
           IF    WB12-LCNT NOT LESS 18
                 DISPLAY WB82-BLNK
                 DISPLAY 'ENTER = MORE   X = STOP'
                 MOVE  SPACE TO WB03-CMD
                 ACCEPT WB03-CMD
                 MOVE  ZERO  TO WB12-LCNT
                 IF    WB03-CMD EQUAL 'X'
                       MOVE '1' TO WB13-STOP
                       GO TO R8499.
           DISPLAY WB80-TXT.
           ADD   1 TO WB12-LCNT.
       R8499.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Show the screen heading                                    *
      *****************************************************************
       R8601.
           DISPLAY WB82-BLNK.
           DISPLAY WB70-HDR.
           DISPLAY WB82-BLNK.
       R8699.
           EXIT.

       R88 SECTION.
      *****************************************************************
      *    Write the action log record - every drill-down and every   *
      *    action, accepted or refused, appended, never rewritten     *
      *****************************************************************
       R8801.
           ACCEPT WB07-TIME FROM TIME.
           OPEN  EXTEND RPA157.
           MOVE  WB02-USR  TO USR157.
           MOVE  WB51-MBR (WB11-SEL) TO MBR157.
           MOVE  WB52-LIB (WB11-SEL) TO LIB157.
           MOVE  WB15-ACT  TO ACT157.
           MOVE  WB16-GEN  TO GEN157.
           MOVE  WB53-DSP (WB11-SEL) TO OLD157.
           MOVE  WB17-NEW  TO NEW157.
           IF    WB18-WHY EQUAL SPACE
                 MOVE 'A' TO RES157
           ELSE
                 MOVE 'R' TO RES157.
           MOVE  WB18-WHY  TO WHY157.
           MOVE  WB05-CYC  TO CYC157.
           MOVE  WB06-DATE TO DAT157.
           MOVE  WB07-TIME TO TIM157.
           WRITE RPA157R.
           CLOSE RPA157.
       R8899.
           EXIT.

       R95 SECTION.
      *****************************************************************
      *    Build the file override of the member's cross-reference    *
      *****************************************************************
       R9501.
           MOVE  SPACE  TO WB26-XRFF.
           STRING 'DATABASE-'          DELIMITED BY SIZE
                  WB51-MBR (WB11-SEL)  DELIMITED BY SPACE
                  '-RPA112'            DELIMITED BY SIZE
                  INTO WB26-XRFF.
       R9599.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program - the user id, the cycle, the members   *
      *    of the disposition file with their reconciliation status   *
      *    and shipment, and the reason-code texts                    *
      *****************************************************************
       R9801.
           MOVE  ZERO  TO WB20-RWK
                          WB21-RST
                          WB22-REF
                          WB58-CNT
                          WB63-CNT
                          WB16-GEN.
           MOVE  SPACE TO WB04-END
                          WB08-OVFL
                          WB15-ACT
                          WB17-NEW
                          WB18-WHY.
           MOVE  1 TO WB10-TOP.
           ACCEPT WB06-DATE FROM DATE.
           MOVE  P01-USR TO WB02-USR.
       R9803.
           IF    WB02-USR NOT EQUAL SPACE
                 GO TO R9805.
           DISPLAY 'RPA156 MEMBER REVIEW WORKBENCH - '
                   'ENTER YOUR USER ID, X TO END'.
           ACCEPT WB02-USR.
           IF    WB02-USR EQUAL 'X'
                 MOVE '1' TO WB04-END
                 GO TO R9899.
           GO TO R9803.
       R9805.
           MOVE  1 TO WB05-CYC.
           OPEN  INPUT RPA103.
           MOVE  ZERO  TO WB01-EOF.
           READ  RPA103 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF NOT EQUAL '1'
           AND   CYC103  GREATER ZERO
                 MOVE CYC103 TO WB05-CYC.
           CLOSE RPA103.
           MOVE  WB05-CYC  TO WB70-CYC.
           MOVE  WB02-USR  TO WB70-USR.
           MOVE  WB06-DATE TO WB70-DATE.
           OPEN  INPUT RPA108.
           MOVE  ZERO  TO WB01-EOF.
       R9807.
           READ  RPA108 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF EQUAL '1'
                 GO TO R9809.
           IF    WB58-CNT NOT LESS 500
                 MOVE '1' TO WB08-OVFL
                 GO TO R9807.
           ADD   1 TO WB58-CNT.
           MOVE  MBR108 TO WB51-MBR (WB58-CNT).
           MOVE  LIB108 TO WB52-LIB (WB58-CNT).
           MOVE  DSP108 TO WB53-DSP (WB58-CNT).
           MOVE  ORP108 TO WB54-ORP (WB58-CNT).
           MOVE  MSG108 TO WB55-MSG (WB58-CNT).
           MOVE  '----' TO WB56-RCN (WB58-CNT).
           MOVE  SPACE  TO WB57-SHP (WB58-CNT).
           GO TO R9807.
       R9809.
           CLOSE RPA108.
      *    Reconciliation status - the last 'M' row of a member wins
           OPEN  INPUT RPA119.
           MOVE  ZERO  TO WB01-EOF.
       R9811.
           READ  RPA119 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF EQUAL '1'
                 GO TO R9815.
           IF    TYP119 NOT EQUAL 'M'
                 GO TO R9811.
           MOVE  1 TO WB59-SUB.
       R9813.
           IF    WB59-SUB GREATER WB58-CNT
                 GO TO R9811.
           IF    WB51-MBR (WB59-SUB) EQUAL NAM119
                 MOVE STS119 TO WB56-RCN (WB59-SUB).
           ADD   1 TO WB59-SUB.
           GO TO R9813.
       R9815.
           CLOSE RPA119.
           OPEN  INPUT RPA137.
           MOVE  ZERO  TO WB01-EOF.
       R9817.
           READ  RPA137 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF EQUAL '1'
                 GO TO R9821.
           MOVE  1 TO WB59-SUB.
       R9819.
           IF    WB59-SUB GREATER WB58-CNT
                 GO TO R9817.
           IF    WB51-MBR (WB59-SUB) EQUAL MBR137
           AND   WB52-LIB (WB59-SUB) EQUAL LIB137
                 MOVE '1' TO WB57-SHP (WB59-SUB).
           ADD   1 TO WB59-SUB.
           GO TO R9819.
       R9821.
           CLOSE RPA137.
           OPEN  INPUT RPA106.
           MOVE  ZERO  TO WB01-EOF.
       R9823.
           READ  RPA106 AT END
                 MOVE '1' TO WB01-EOF.
           IF    WB01-EOF EQUAL '1'
                 GO TO R9825.
           IF    WB63-CNT NOT LESS 200
                 GO TO R9823.
           ADD   1 TO WB63-CNT.
           MOVE  RCD106 TO WB61-RCD (WB63-CNT).
           MOVE  TXT106 TO WB62-TXT (WB63-CNT).
           GO TO R9823.
       R9825.
           CLOSE RPA106.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - a session that reworked or restored        *
      *    anything, or was refused, logs a summary row: reworks      *
      *    requested, generations restored, actions refused           *
      *****************************************************************
       R9901.
           IF    WB20-RWK EQUAL ZERO
           AND   WB21-RST EQUAL ZERO
           AND   WB22-REF EQUAL ZERO
                 GO TO R9999.
           OPEN  EXTEND RPA105.
           MOVE  WB05-CYC  TO ODOBCY.
           MOVE  WB06-DATE TO ODOBDT.
           MOVE  'S'      TO ODOBRT.
           MOVE  SPACE    TO ODOBRC.
           MOVE  'RPA156' TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           MOVE  WB20-RWK TO ODOBB1.
           MOVE  WB21-RST TO ODOBB2.
           MOVE  WB22-REF TO ODOBB3.
           WRITE RPA105R.
           CLOSE RPA105.
       R9999.
           EXIT.
