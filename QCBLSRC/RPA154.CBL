       PROCESS APOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA154.
      *****************************************************************
      *                                                               *
      *       RELEASE PROCESSING AID  (RPA)                           *
      *                                                               *
      *  Program:   RPA154 - Retention and purge housekeeping         *
      *                                                               *
      *  Author:    Jurjen D. Oostenveld                              *
      *  Date:      October 2026                                      *
      *  Release:   1.1                                               *
      *                                                               *
      *    Housekeeping for the files the suite only ever appends to, *
      *    so they stop growing without bound and RPA125 and RPA136   *
      *    stop slowing down cycle by cycle: the run metrics          *
      *    (RPA107), the orphan capture (RPA127), the control-change  *
      *    audit trail (RPA141), the cycle archives of RPA135 and     *
      *    RPA124 (DATABASE-RPA105-Cnnnn and -RPA118-Cnnnn) and the   *
      *    RPA122 generations of members that have left the member    *
      *    list (RPA110).  The retention policy file (RPA155) holds   *
      *    one entry per file with its keep period in cycles or days; *
      *    a file without an entry is never purged.  Expired rows are *
      *    not deleted but moved to a dated offline archive (the live *
      *    file name with -Ayymmdd appended, opened EXTEND) before    *
      *    the live file is rewritten with the rows kept, and a cycle *
      *    archive or generation that expires goes there whole and is *
      *    emptied.  Nothing the cycle in hand (RPA103) still needs   *
      *    is ever purged: no row dated on or after the cycle's start *
      *    (its earliest RPA105 row), neither the cycle's nor the     *
      *    previous cycle's archive, which RPA135 and RPA124 compare  *
      *    against, and no orphan capture or generation of a member   *
      *    on the list.  A keep period in cycles is turned into a     *
      *    date through the start of the oldest cycle kept, taken     *
      *    from its RPA105 cycle archive.  The orphan capture carries *
      *    no date and is aged by its member's latest run in the      *
      *    metrics.  The purge report (RPA154) shows the rows on      *
      *    file, kept, archived and removed per file.  A policy       *
      *    update names the file id (107, 127, 141, 105C, 118C or     *
      *    122G), the unit and the keep period, is validated first    *
      *    and audited in RPA141 exactly as RPA138 audits the control *
      *    files (setting RET, the file id as key); a refused update  *
      *    ends with return code 8.  The list action prints the       *
      *    policy and its change history.                             *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RPA155 ASSIGN TO DATABASE-RPA155.
           SELECT OPTIONAL RPA141 ASSIGN TO DATABASE-RPA141.
           SELECT OPTIONAL RPA103 ASSIGN TO DATABASE-RPA103.
           SELECT OPTIONAL RPA105 ASSIGN TO DATABASE-RPA105.
           SELECT OPTIONAL RPA110 ASSIGN TO DATABASE-RPA110.
           SELECT OPTIONAL RPA107 ASSIGN TO DATABASE-RPA107.
           SELECT OPTIONAL RPA127 ASSIGN TO DATABASE-RPA127.
           SELECT OPTIONAL RPA101 ASSIGN TO DATABASE-RPA101
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY IS MBR101.
           SELECT W107 ASSIGN TO HK27-WRKF.
           SELECT W127 ASSIGN TO HK27-WRKF.
           SELECT W141 ASSIGN TO HK27-WRKF.
           SELECT OPTIONAL A107 ASSIGN TO HK26-ARCF.
           SELECT OPTIONAL A127 ASSIGN TO HK26-ARCF.
           SELECT OPTIONAL A141 ASSIGN TO HK26-ARCF.
           SELECT OPTIONAL C105 ASSIGN TO HK28-CYCF.
           SELECT OPTIONAL A105 ASSIGN TO HK26-ARCF.
           SELECT OPTIONAL C118 ASSIGN TO HK28-CYCF.
           SELECT OPTIONAL A118 ASSIGN TO HK26-ARCF.
           SELECT OPTIONAL G115 ASSIGN TO HK28-CYCF.
           SELECT OPTIONAL A115 ASSIGN TO HK26-ARCF.
           SELECT OPTIONAL G112 ASSIGN TO HK28-CYCF.
           SELECT OPTIONAL A112 ASSIGN TO HK26-ARCF.
           SELECT RPA154 ASSIGN TO DATABASE-RPA154.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Retention policy - one record per housekept file: the      *
      *    file's id, the keep unit ('C' cycles, 'D' days), the keep  *
      *    period, and who set it when                                *
      *****************************************************************
       FD  RPA155
           LABEL RECORDS ARE STANDARD.
       01  RPA155R.
           03  ID155                         PIC X(05).
           03  UNT155                        PIC X(01).
           03  KEP155                        PIC 9(04).
           03  USR155                        PIC X(10).
           03  DAT155                        PIC 9(06).

      *****************************************************************
      *    Change audit trail, as RPA138 writes it - policy changes   *
      *    are appended as setting 'RET' with the file id as key,     *
      *    and the trail is itself one of the housekept files         *
      *****************************************************************
       FD  RPA141
           LABEL RECORDS ARE STANDARD.
       01  RPA141R.
           03  FLD141                        PIC X(06).
           03  KEY141                        PIC X(05).
           03  OLD141                        PIC X(50).
           03  NEW141                        PIC X(50).
           03  USR141                        PIC X(10).
           03  DAT141                        PIC 9(06).
           03  TIM141                        PIC 9(08).

      *****************************************************************
      *    Cycle control - the release cycle number in hand           *
      *****************************************************************
       FD  RPA103
           LABEL RECORDS ARE STANDARD.
       01  RPA103R.
           03  CYC103                        PIC 9(04).
           03  FILLER                        PIC X(06).

      *****************************************************************
      *    Manual review / exception log of the cycle in hand - its   *
      *    earliest row dates the start of the cycle                  *
      *****************************************************************
       FD  RPA105
           LABEL RECORDS ARE STANDARD.
       01  RPA105R.
           COPY DDS-ALL-FORMATS OF RPA105.

      *****************************************************************
      *    LIBUSRSRC member list of the cycle in hand                 *
      *****************************************************************
       FD  RPA110
           LABEL RECORDS ARE STANDARD.
       01  RPA110R.
           03  MBR110                        PIC X(10).
           03  LIB110                        PIC X(10).

      *****************************************************************
      *    Run metrics - one record per member per run                *
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
      *    Orphan capture written by the merge - only the member and  *
      *    library are looked at, the rest stays filler               *
      *****************************************************************
       FD  RPA127
           LABEL RECORDS ARE STANDARD.
       01  RPA127R.
           03  MBR127                        PIC X(10).
           03  LIB127                        PIC X(10).
           03  FILLER                        PIC X(119).

      *****************************************************************
      *    Generation directory of RPA122 - last generation number    *
      *    used and the date it was written, one record per member    *
      *****************************************************************
       FD  RPA101
           LABEL RECORDS ARE STANDARD.
       01  RPA101R.
           03  MBR101                        PIC X(10).
           03  GEN101                        PIC 9(02).
           03  DAT101                        PIC 9(06).

      *****************************************************************
      *    Work copies of the rows kept, copied back over the live    *
      *    file once the expired rows are safely archived             *
      *****************************************************************
       FD  W107
           LABEL RECORDS ARE STANDARD.
       01  W107R                             PIC X(56).
       FD  W127
           LABEL RECORDS ARE STANDARD.
       01  W127R                             PIC X(139).
       FD  W141
           LABEL RECORDS ARE STANDARD.
       01  W141R                             PIC X(135).

      *****************************************************************
      *    Dated offline archives of the expired rows - opened        *
      *    EXTEND, so a second purge on the same day adds to the      *
      *    first instead of overwriting it                            *
      *****************************************************************
       FD  A107
           LABEL RECORDS ARE STANDARD.
       01  A107R                             PIC X(56).
       FD  A127
           LABEL RECORDS ARE STANDARD.
       01  A127R                             PIC X(139).
       FD  A141
           LABEL RECORDS ARE STANDARD.
       01  A141R                             PIC X(135).

      *****************************************************************
      *    Cycle archives of RPA135 and RPA124, and their offline     *
      *    archives.  Only the cycle and date of an RPA105 archive    *
      *    row are looked at, the rest stays filler                   *
      *****************************************************************
       FD  C105
           LABEL RECORDS ARE STANDARD.
       01  C105R.
           03  FILLER                        PIC X(151).
           03  CCY105                        PIC 9(04).
           03  CDT105                        PIC 9(06).
       FD  A105
           LABEL RECORDS ARE STANDARD.
       01  A105R                             PIC X(161).
       FD  C118
           LABEL RECORDS ARE STANDARD.
       01  C118R                             PIC X(101).
       FD  A118
           LABEL RECORDS ARE STANDARD.
       01  A118R                             PIC X(101).

      *****************************************************************
      *    RPA122 generations of merged output and cross-reference,   *
      *    and their offline archives                                 *
      *****************************************************************
       FD  G115
           LABEL RECORDS ARE STANDARD.
       01  G115R                             PIC X(220).
       FD  A115
           LABEL RECORDS ARE STANDARD.
       01  A115R                             PIC X(220).
       FD  G112
           LABEL RECORDS ARE STANDARD.
       01  G112R                             PIC X(87).
       FD  A112
           LABEL RECORDS ARE STANDARD.
       01  A112R                             PIC X(87).

      *****************************************************************
      *    Printed purge report / policy listing                      *
      *****************************************************************
       FD  RPA154
           LABEL RECORDS ARE STANDARD.
       01  RPA154R                           PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Work fields                                                *
      *****************************************************************
       01  HK01-09.
           03  HK01-EOF                      PIC X(01).
      *            The update was refused                             *
           03  HK02-BAD                      PIC X(01).
      *            Line and page counters                             *
           03  HK03-LINE                     PIC S9(03)  COMP-3.
           03  HK04-PAGE                     PIC S9(05)  COMP-3.
      *            Run date and time                                  *
           03  HK05-DATE                     PIC 9(06).
           03  HK06-TIME                     PIC 9(08).
      *            Release cycle in hand, from RPA103                 *
           03  HK07-CYC                      PIC 9(04).
      *            Day numbers of the run date and of the start of    *
      *            the cycle in hand - nothing dated on or after the  *
      *            cycle start is ever purged                         *
           03  HK08-RUND                     PIC S9(07)  COMP-3.
           03  HK09-CSDN                     PIC S9(07)  COMP-3.
       01  HK10-19.
      *            Start date of the cycle in hand, for the report    *
           03  HK10-CSD                      PIC 9(06).
      *            Cutoff of the file in hand - rows dated before     *
      *            this day number are expired, when a cutoff         *
      *            applies at all                                     *
           03  HK11-CUTD                     PIC S9(07)  COMP-3.
           03  HK12-CUTS                     PIC X(01).
      *            Cycle being looked at, and the highest cycle whose *
      *            archive may be purged                              *
           03  HK13-CYCT                     PIC S9(05)  COMP-3.
           03  HK14-LIMC                     PIC S9(05)  COMP-3.
      *            The offline archive of the file in hand is open    *
           03  HK15-ARCO                     PIC X(01).
      *            Old and new policy, as text for the audit record   *
           03  HK16-OLD                      PIC X(50).
           03  HK17-NEW                      PIC X(50).
      *            Day number of the date in HK19-DWRK                *
           03  HK18-DNUM                     PIC S9(07)  COMP-3.
           03  HK19-DWRK                     PIC 9(06).
           03  HK19-YMD REDEFINES HK19-DWRK.
               05  HK19-YY                   PIC 9(02).
               05  HK19-MM                   PIC 9(02).
               05  HK19-DD                   PIC 9(02).

      *****************************************************************
      *    Counts of the file in hand and the file overrides          *
      *****************************************************************
       01  HK20-29.
           03  HK20-ONF                      PIC S9(07)  COMP-3.
           03  HK21-KEPT                     PIC S9(07)  COMP-3.
           03  HK22-ARCH                     PIC S9(07)  COMP-3.
           03  HK23-REMV                     PIC S9(07)  COMP-3.
      *            Rows of one cycle archive or one member's          *
      *            generations                                        *
           03  HK24-ROWS                     PIC S9(07)  COMP-3.
      *            Generation number being archived                   *
           03  HK25-GEN                      PIC 9(02).
      *            Live file the offline archive name is built from,  *
      *            the offline archive, the work file, and the cycle  *
      *            archive or generation being read                   *
           03  HK25-BASE                     PIC X(40).
           03  HK26-ARCF                     PIC X(40).
           03  HK27-WRKF                     PIC X(40).
           03  HK28-CYCF                     PIC X(40).
      *            Cycle number in archive names                      *
           03  HK29-CYCN                     PIC 9(04).

      *****************************************************************
      *    Day-number arithmetic - days since a fixed origin, so two  *
      *    dates can be subtracted across month and year ends.        *
      *    Two-digit years are taken as 20yy                          *
      *****************************************************************
       01  HK30-39.
      *            Earliest day number found in a cycle archive       *
           03  HK30-MIND                     PIC S9(07)  COMP-3.
           03  HK31-YEAR                     PIC S9(05)  COMP-3.
           03  HK32-PRV                      PIC S9(05)  COMP-3.
           03  HK33-QUO                      PIC S9(07)  COMP-3.
           03  HK34-REM                      PIC S9(05)  COMP-3.
           03  HK35-R100                     PIC S9(05)  COMP-3.
           03  HK36-R400                     PIC S9(05)  COMP-3.
           03  HK37-LEAP                     PIC X(01).
       01  HK38-CUMV.
           03  FILLER                        PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  HK38-CUMT REDEFINES HK38-CUMV.
           03  HK39-CUM OCCURS 12            PIC 9(03).

      *****************************************************************
      *    Numeric parse of the entered keep period - the characters, *
      *    the running number, and the verdict                        *
      *****************************************************************
       01  HK40-VAL.
           03  HK41-CH  OCCURS 50            PIC X(01).
       01  HK42-48.
           03  HK42-SUB                      PIC S9(04)  COMP-3.
           03  HK43-NUM                      PIC S9(09)  COMP-3.
           03  HK44-BAD                      PIC X(01).
           03  HK45-ANY                      PIC X(01).
           03  HK46-DIG                      PIC 9(01).
           03  HK47-DGX                      PIC X(01).
           03  HK48-DCNT                     PIC S9(03)  COMP-3.

      *****************************************************************
      *    The housekept files - id, the units their keep period may  *
      *    be given in ('B' cycles or days, 'C' cycles only) and the  *
      *    report description                                         *
      *****************************************************************
       01  HK49-FILV.
           03  FILLER                        PIC X(40)
               VALUE '107  BRPA107 RUN METRICS'.
           03  FILLER                        PIC X(40)
               VALUE '127  BRPA127 ORPHAN CAPTURE'.
           03  FILLER                        PIC X(40)
               VALUE '141  BRPA141 CONTROL-CHANGE AUDIT'.
           03  FILLER                        PIC X(40)
               VALUE '105C CRPA105 CYCLE ARCHIVES'.
           03  FILLER                        PIC X(40)
               VALUE '118C CRPA118 CYCLE ARCHIVES'.
           03  FILLER                        PIC X(40)
               VALUE '122G BRPA122 GENERATIONS (MEMBERS)'.
       01  HK49-FILT REDEFINES HK49-FILV.
           03  HK49-ENT OCCURS 6.
               05  HK49-ID                   PIC X(05).
               05  HK49-UNT                  PIC X(01).
               05  HK49-DSC                  PIC X(34).
       01  HK49-SUBS.
           03  HK49-SUB                      PIC S9(04)  COMP-3.

      *****************************************************************
      *    Retention policy table while rewriting RPA155, and the     *
      *    policy of the file in hand (unit blank when it has none)   *
      *****************************************************************
       01  HK50-TABLE.
           03  HK50-ENT OCCURS 20.
               05  HK51-ID                   PIC X(05).
               05  HK52-UNT                  PIC X(01).
               05  HK53-KEP                  PIC 9(04).
               05  HK54-USR                  PIC X(10).
               05  HK55-DAT                  PIC 9(06).
       01  HK56-59.
           03  HK56-CNT                      PIC S9(04)  COMP-3.
           03  HK57-SUB                      PIC S9(04)  COMP-3.
           03  HK58-PUNT                     PIC X(01).
           03  HK59-PKEP                     PIC 9(04).
      *            Id of the file in hand                             *
           03  HK59-FID                      PIC X(05).
      *            Policy as text - '0030 DAYS', '0004 CYCLES'        *
           03  HK59-PTXT                     PIC X(50).

      *****************************************************************
      *    Member list of the cycle in hand - a member on it is       *
      *    never purged                                               *
      *****************************************************************
       01  HK60-TABLE.
           03  HK60-ENT OCCURS 500.
               05  HK61-MBR                  PIC X(10).
               05  HK62-LIB                  PIC X(10).
       01  HK63-66.
           03  HK63-CNT                      PIC S9(04)  COMP-3.
           03  HK64-SUB                      PIC S9(04)  COMP-3.
      *            The list did not fit - nothing is purged by        *
      *            membership, since absence from the table proves    *
      *            nothing                                            *
           03  HK65-OVFL                     PIC X(01).
      *            The member was found                               *
           03  HK66-FND                      PIC X(01).

      *****************************************************************
      *    Latest run per member and library, from the run metrics -  *
      *    the age of the member's orphan capture                     *
      *****************************************************************
       01  HK67-TABLE.
           03  HK67-ENT OCCURS 500.
               05  HK68-MBR                  PIC X(10).
               05  HK68-LIB                  PIC X(10).
               05  HK68-DAY                  PIC S9(07)  COMP-3.
       01  HK69-70.
           03  HK69-CNT                      PIC S9(04)  COMP-3.
           03  HK69-SUB                      PIC S9(04)  COMP-3.
           03  HK70-OVFL                     PIC X(01).

      *****************************************************************
      *    Print lines                                                *
      *****************************************************************
       01  HK71-HDR1.
           03  FILLER                        PIC X(08)
                                             VALUE 'RPA154'.
           03  FILLER                        PIC X(40)
               VALUE 'RETENTION AND PURGE HOUSEKEEPING'.
           03  FILLER                        PIC X(26) VALUE SPACE.
           03  FILLER                        PIC X(06)
                                             VALUE 'DATE '.
           03  HK72-DATE                     PIC 99B99B99.
           03  FILLER                        PIC X(24) VALUE SPACE.
           03  FILLER                        PIC X(05)
                                             VALUE 'PAGE '.
           03  HK73-PAGE                     PIC ZZZZ9.
       01  HK74-MSG.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK75-TXT                      PIC X(100).
       01  HK76-HDR2.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  FILLER                        PIC X(35) VALUE 'FILE'.
           03  FILLER                        PIC X(12) VALUE 'POLICY'.
           03  FILLER                        PIC X(10)
                                             VALUE '   ON FILE'.
           03  FILLER                        PIC X(10)
                                             VALUE '      KEPT'.
           03  FILLER                        PIC X(10)
                                             VALUE '  ARCHIVED'.
           03  FILLER                        PIC X(10)
                                             VALUE '   REMOVED'.
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  FILLER                        PIC X(40)
                                             VALUE 'OFFLINE ARCHIVE'.
       01  HK77-DTL.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK77-DSC                      PIC X(34).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK77-POL                      PIC X(12).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK77-ONF                      PIC Z(08)9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK77-KEPT                     PIC Z(08)9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK77-ARCH                     PIC Z(08)9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK77-REMV                     PIC Z(08)9.
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  HK77-ARCF                     PIC X(40).
       01  HK78-HDR3.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  FILLER                        PIC X(35) VALUE 'FILE'.
           03  FILLER                        PIC X(13) VALUE 'ID'.
           03  FILLER                        PIC X(13) VALUE 'POLICY'.
           03  FILLER                        PIC X(11) VALUE 'SET BY'.
           03  FILLER                        PIC X(08) VALUE 'ON'.
       01  HK79-POL.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK79-DSC                      PIC X(34).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK79-ID                       PIC X(05).
           03  FILLER                        PIC X(08) VALUE SPACE.
           03  HK79-TXT                      PIC X(12).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK79-USR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK79-DAT                      PIC 99B99B99.
       01  HK80-HDR4.
           03  FILLER                        PIC X(08) VALUE ' FILE'.
           03  FILLER                        PIC X(13)
                                             VALUE 'OLD POLICY'.
           03  FILLER                        PIC X(13)
                                             VALUE 'NEW POLICY'.
           03  FILLER                        PIC X(11) VALUE 'USER'.
           03  FILLER                        PIC X(04) VALUE 'DATE'.
       01  HK81-HST.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK81-KEY                      PIC X(05).
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  HK81-OLD                      PIC X(12).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK81-NEW                      PIC X(12).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK81-USR                      PIC X(10).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  HK81-DAT                      PIC 99B99B99.
       01  HK82-NOTE.
           03  FILLER                        PIC X(05) VALUE SPACE.
           03  HK82-TXT                      PIC X(100).
       01  HK83-EDIT.
           03  HK83-DATE                     PIC 99B99B99.
           03  HK83-ROWS                     PIC Z(06)9.
       01  HK84-BLNK                         PIC X(132) VALUE SPACE.

       LINKAGE SECTION.
      *****************************************************************
      *    Parameter fields - the action ('P' purge, 'U' update the   *
      *    policy, 'L' list), and for an update the file id, the      *
      *    keep unit ('C' cycles, 'D' days), the keep period and the  *
      *    user making the change                                     *
      *****************************************************************
       01  P01-ACT                           PIC X(01).
       01  P02-KEY                           PIC X(05).
       01  P03-UNT                           PIC X(01).
       01  P04-VAL                           PIC X(50).
       01  P05-USR                           PIC X(10).
      /
       PROCEDURE DIVISION USING P01-ACT P02-KEY P03-UNT
                                 P04-VAL P05-USR.
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
           IF    P01-ACT EQUAL 'U'
                 PERFORM R10.
           IF    P01-ACT EQUAL 'P'
                 PERFORM R20.
           IF    P01-ACT NOT EQUAL 'U'
           AND   P01-ACT NOT EQUAL 'P'
                 PERFORM R60.
           PERFORM R99.
       R0099.
      *    GOBACK, not STOP RUN - callable from a maintenance menu,
      *    and run standalone it still ends the job
           GOBACK.

       R10 SECTION.
      *****************************************************************
      *    Apply one policy update - validated first, written only    *
      *    when clean, audited always when written                    *
      *****************************************************************
       R1001.
           MOVE  P02-KEY TO HK59-FID.
           PERFORM R15.
           IF    HK49-SUB EQUAL ZERO
                 MOVE  '1' TO HK02-BAD
                 MOVE 'UNKNOWN FILE ID - SEE THE POLICY LISTING'
                               TO HK75-TXT
                 PERFORM R70
                 GO TO R1099.
           IF    P05-USR EQUAL SPACE
                 MOVE  '1' TO HK02-BAD
                 MOVE 'USER ID MISSING' TO HK75-TXT
                 PERFORM R70
                 GO TO R1099.
           IF    P03-UNT NOT EQUAL 'C'
           AND   P03-UNT NOT EQUAL 'D'
                 MOVE  '1' TO HK02-BAD
                 MOVE 'KEEP UNIT MUST BE C (CYCLES) OR D (DAYS)'
                               TO HK75-TXT
                 PERFORM R70
                 GO TO R1099.
           IF    P03-UNT EQUAL 'D'
           AND   HK49-UNT (HK49-SUB) EQUAL 'C'
                 MOVE  '1' TO HK02-BAD
                 MOVE 'CYCLE ARCHIVES ARE KEPT BY CYCLES ONLY'
                               TO HK75-TXT
                 PERFORM R70
                 GO TO R1099.
           PERFORM R80.
           IF    HK44-BAD EQUAL '1'
                 MOVE  '1' TO HK02-BAD
                 MOVE 'KEEP PERIOD NOT NUMERIC' TO HK75-TXT
                 PERFORM R70
                 GO TO R1099.
           IF    HK43-NUM LESS 1
           OR    HK43-NUM GREATER 9999
                 MOVE  '1' TO HK02-BAD
                 MOVE 'KEEP PERIOD MUST BE 1 TO 9999' TO HK75-TXT
                 PERFORM R70
                 GO TO R1099.
      *    RPA135 and RPA124 compare the cycle in hand with the
      *    previous cycle's archive - both must stay
           IF    HK49-UNT (HK49-SUB) EQUAL 'C'
           AND   HK43-NUM LESS 2
                 MOVE  '1' TO HK02-BAD
                 MOVE 'CYCLE ARCHIVES MUST KEEP AT LEAST 2 CYCLES'
                               TO HK75-TXT
                 PERFORM R70
                 GO TO R1099.
      *    Old policy as text, then replace or add the entry
           PERFORM R16.
           PERFORM R17.
           MOVE  HK59-PTXT TO HK16-OLD.
           IF    HK57-SUB NOT EQUAL ZERO
                 GO TO R1003.
           IF    HK56-CNT NOT LESS 20
                 MOVE  '1' TO HK02-BAD
                 MOVE 'RETENTION POLICY FILE FULL' TO HK75-TXT
                 PERFORM R70
                 GO TO R1099.
           ADD   1 TO HK56-CNT.
           MOVE  HK56-CNT TO HK57-SUB.
           MOVE  P02-KEY  TO HK51-ID (HK57-SUB).
       R1003.
           MOVE  P03-UNT  TO HK52-UNT (HK57-SUB).
           MOVE  HK43-NUM TO HK53-KEP (HK57-SUB).
           MOVE  P05-USR  TO HK54-USR (HK57-SUB).
           MOVE  HK05-DATE TO HK55-DAT (HK57-SUB).
           PERFORM R57.
           PERFORM R16.
           PERFORM R17.
           MOVE  HK59-PTXT TO HK17-NEW.
           PERFORM R88.
           PERFORM R75.
       R1099.
           EXIT.

       R15 SECTION.
      *****************************************************************
      *    Find the file id in HK59-FID among the housekept files -   *
      *    HK49-SUB zero when it is none of them                      *
      *****************************************************************
       R1501.
           MOVE  1 TO HK49-SUB.
       R1503.
           IF    HK49-SUB GREATER 6
                 MOVE ZERO TO HK49-SUB
                 GO TO R1599.
           IF    HK49-ID (HK49-SUB) NOT EQUAL HK59-FID
                 ADD   1 TO HK49-SUB
                 GO TO R1503.
       R1599.
           EXIT.

       R16 SECTION.
      *****************************************************************
      *    Find the policy of the file id in HK59-FID - HK57-SUB      *
      *    zero and the unit blank when the file has none             *
      *****************************************************************
       R1601.
           MOVE  SPACE TO HK58-PUNT.
           MOVE  ZERO  TO HK59-PKEP.
           MOVE  1 TO HK57-SUB.
       R1603.
           IF    HK57-SUB GREATER HK56-CNT
                 MOVE ZERO TO HK57-SUB
                 GO TO R1699.
           IF    HK51-ID (HK57-SUB) NOT EQUAL HK59-FID
                 ADD   1 TO HK57-SUB
                 GO TO R1603.
           MOVE  HK52-UNT (HK57-SUB) TO HK58-PUNT.
           MOVE  HK53-KEP (HK57-SUB) TO HK59-PKEP.
       R1699.
           EXIT.

       R17 SECTION.
      *****************************************************************
      *    Policy of the file in hand as text                         *
      *****************************************************************
       R1701.
           MOVE  SPACE TO HK59-PTXT.
           IF    HK58-PUNT EQUAL SPACE
                 MOVE 'NO POLICY' TO HK59-PTXT
                 GO TO R1799.
           IF    HK58-PUNT EQUAL 'C'
                 STRING HK59-PKEP  DELIMITED BY SIZE
                        ' CYCLES'  DELIMITED BY SIZE
                        INTO HK59-PTXT
           ELSE
                 STRING HK59-PKEP  DELIMITED BY SIZE
                        ' DAYS'    DELIMITED BY SIZE
                        INTO HK59-PTXT.
       R1799.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    The purge run - the protections first, then every          *
      *    housekept file in turn.  The run metrics go before the     *
      *    orphan capture: the capture carries no date of its own     *
      *    and is aged by its member's latest run                     *
      *****************************************************************
       R2001.
           PERFORM R21.
           PERFORM R22.
           MOVE  SPACE TO HK75-TXT.
           MOVE  HK07-CYC TO HK29-CYCN.
           MOVE  HK10-CSD TO HK83-DATE.
           STRING 'CYCLE IN HAND '      DELIMITED BY SIZE
                  HK29-CYCN             DELIMITED BY SIZE
                  ' STARTED '           DELIMITED BY SIZE
                  HK83-DATE             DELIMITED BY SIZE
                  ' - LATER ROWS AND LISTED MEMBERS ARE NEVER PURGED'
                                        DELIMITED BY SIZE
                  INTO HK75-TXT.
           MOVE  HK74-MSG TO RPA154R.
           PERFORM R85.
           IF    HK65-OVFL EQUAL '1'
                 MOVE 'MEMBER LIST OVER 500 - LIST-BASED PURGES SKIPPED'
                               TO HK75-TXT
                 MOVE  HK74-MSG TO RPA154R
                 PERFORM R85.
           MOVE  HK84-BLNK TO RPA154R.
           PERFORM R85.
           MOVE  HK76-HDR2 TO RPA154R.
           PERFORM R85.
           MOVE  HK84-BLNK TO RPA154R.
           PERFORM R85.
           PERFORM R30.
           PERFORM R32.
           PERFORM R34.
           PERFORM R40.
           PERFORM R44.
           PERFORM R50.
      *    Leave no copy of a purged file behind in the work file
           OPEN  OUTPUT W107.
           CLOSE W107.
       R2099.
           EXIT.

       R21 SECTION.
      *****************************************************************
      *    Load the member list of the cycle in hand                  *
      *****************************************************************
       R2101.
           MOVE  ZERO  TO HK63-CNT.
           MOVE  SPACE TO HK65-OVFL.
           OPEN  INPUT RPA110.
           MOVE  ZERO  TO HK01-EOF.
       R2103.
           READ  RPA110 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R2105.
           IF    HK63-CNT NOT LESS 500
                 MOVE '1' TO HK65-OVFL
                 GO TO R2103.
           ADD   1 TO HK63-CNT.
           MOVE  MBR110 TO HK61-MBR (HK63-CNT).
           MOVE  LIB110 TO HK62-LIB (HK63-CNT).
           GO TO R2103.
       R2105.
           CLOSE RPA110.
       R2199.
           EXIT.

       R22 SECTION.
      *****************************************************************
      *    Date the start of the cycle in hand - its earliest row in  *
      *    the exception log.  A cycle that has logged nothing yet    *
      *    started today                                              *
      *****************************************************************
       R2201.
           MOVE  HK05-DATE TO HK10-CSD.
           MOVE  HK08-RUND TO HK09-CSDN.
           OPEN  INPUT RPA105.
           MOVE  ZERO  TO HK01-EOF.
       R2203.
           READ  RPA105 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R2205.
           IF    ODOBCY NOT EQUAL HK07-CYC
                 GO TO R2203.
           MOVE  ODOBDT TO HK19-DWRK.
           PERFORM R82.
           IF    HK18-DNUM GREATER ZERO
           AND   HK18-DNUM LESS HK09-CSDN
                 MOVE HK18-DNUM TO HK09-CSDN
                 MOVE ODOBDT    TO HK10-CSD.
           GO TO R2203.
       R2205.
           CLOSE RPA105.
       R2299.
           EXIT.

       R24 SECTION.
      *****************************************************************
      *    Date the start of cycle HK13-CYCT from its RPA105 cycle    *
      *    archive - the earliest row of the cycle.  HK18-DNUM zero   *
      *    when the archive is gone or empty and the start is         *
      *    unknown                                                    *
      *****************************************************************
       R2401.
           MOVE  ZERO TO HK18-DNUM.
           MOVE  HK13-CYCT TO HK29-CYCN.
           MOVE  'DATABASE-RPA105' TO HK25-BASE.
           PERFORM R94.
           MOVE  ZERO TO HK30-MIND.
           OPEN  INPUT C105.
           MOVE  ZERO  TO HK01-EOF.
       R2403.
           READ  C105 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R2405.
           MOVE  CDT105 TO HK19-DWRK.
           PERFORM R82.
           IF    HK18-DNUM GREATER ZERO
           AND  (HK30-MIND EQUAL ZERO
           OR    HK18-DNUM LESS HK30-MIND)
                 MOVE HK18-DNUM TO HK30-MIND.
           GO TO R2403.
       R2405.
           CLOSE C105.
           MOVE  HK30-MIND TO HK18-DNUM.
       R2499.
           EXIT.

       R25 SECTION.
      *****************************************************************
      *    Cutoff of a dated file - by days back from today, or by    *
      *    cycles back to the start of the oldest cycle kept.  Never  *
      *    later than the start of the cycle in hand, whatever the    *
      *    policy says.  No policy, or an oldest cycle whose start    *
      *    can no longer be dated, purges nothing                     *
      *****************************************************************
       R2501.
           MOVE  SPACE TO HK12-CUTS
                          HK82-TXT.
           PERFORM R16.
           PERFORM R17.
           IF    HK58-PUNT EQUAL SPACE
                 GO TO R2599.
           IF    HK58-PUNT EQUAL 'D'
                 SUBTRACT HK59-PKEP FROM HK08-RUND GIVING HK11-CUTD
                 ADD   1 TO HK11-CUTD
                 MOVE '1' TO HK12-CUTS
                 GO TO R2503.
           SUBTRACT HK59-PKEP FROM HK07-CYC GIVING HK13-CYCT.
           ADD   1 TO HK13-CYCT.
           IF    HK13-CYCT LESS 2
                 GO TO R2599.
           IF    HK13-CYCT NOT LESS HK07-CYC
                 MOVE HK09-CSDN TO HK11-CUTD
                 MOVE '1' TO HK12-CUTS
                 GO TO R2503.
           PERFORM R24.
           IF    HK18-DNUM EQUAL ZERO
                 MOVE  HK13-CYCT TO HK29-CYCN
                 STRING 'START OF CYCLE '  DELIMITED BY SIZE
                        HK29-CYCN          DELIMITED BY SIZE
                        ' CANNOT BE DATED - NOTHING PURGED'
                                           DELIMITED BY SIZE
                        INTO HK82-TXT
                 GO TO R2599.
           MOVE  HK18-DNUM TO HK11-CUTD.
           MOVE  '1' TO HK12-CUTS.
       R2503.
           IF    HK11-CUTD GREATER HK09-CSDN
                 MOVE HK09-CSDN TO HK11-CUTD.
       R2599.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    Run metrics - rows dated before the cutoff go to the       *
      *    offline archive.  Every row read, kept or not, updates     *
      *    its member's latest run for the orphan capture             *
      *****************************************************************
       R3001.
           MOVE  '107' TO HK59-FID.
           PERFORM R25.
           PERFORM R90.
           MOVE  ZERO TO HK69-CNT.
           MOVE  SPACE TO HK70-OVFL.
           MOVE  'DATABASE-RPA107' TO HK25-BASE.
           PERFORM R95.
           OPEN  INPUT  RPA107.
           OPEN  OUTPUT W107.
           MOVE  ZERO  TO HK01-EOF.
       R3003.
           READ  RPA107 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R3005.
           ADD   1 TO HK20-ONF.
           MOVE  DAT107 TO HK19-DWRK.
           PERFORM R82.
           PERFORM R36.
           IF    HK12-CUTS EQUAL '1'
           AND   HK18-DNUM LESS HK11-CUTD
                 GO TO R3004.
           MOVE  RPA107R TO W107R.
           WRITE W107R.
           ADD   1 TO HK21-KEPT.
           GO TO R3003.
       R3004.
           IF    HK15-ARCO NOT EQUAL '1'
                 OPEN EXTEND A107
                 MOVE '1' TO HK15-ARCO.
           MOVE  RPA107R TO A107R.
           WRITE A107R.
           ADD   1 TO HK22-ARCH
                      HK23-REMV.
           GO TO R3003.
       R3005.
           CLOSE RPA107
                 W107.
           IF    HK15-ARCO EQUAL '1'
                 CLOSE A107.
           IF    HK23-REMV EQUAL ZERO
                 GO TO R3009.
      *    Copy the kept rows back over the live file
           OPEN  INPUT  W107.
           OPEN  OUTPUT RPA107.
           MOVE  ZERO  TO HK01-EOF.
       R3007.
           READ  W107 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R3008.
           MOVE  W107R TO RPA107R.
           WRITE RPA107R.
           GO TO R3007.
       R3008.
           CLOSE W107
                 RPA107.
       R3009.
           PERFORM R65.
       R3099.
           EXIT.

       R32 SECTION.
      *****************************************************************
      *    Orphan capture - RPA126 clears it on a GO, but a rework    *
      *    run or a member dropped from the list leaves rows behind.  *
      *    The rows of a member on the list are the cycle in hand's   *
      *    and always stay for RPA134.  Another member's rows expire  *
      *    when its latest run is older than the cutoff, or when no   *
      *    run of it is left in the metrics at all                    *
      *****************************************************************
       R3201.
           MOVE  '127' TO HK59-FID.
           PERFORM R25.
           PERFORM R90.
           MOVE  'DATABASE-RPA127' TO HK25-BASE.
           PERFORM R95.
           OPEN  INPUT  RPA127.
           OPEN  OUTPUT W127.
           MOVE  ZERO  TO HK01-EOF.
       R3203.
           READ  RPA127 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R3205.
           ADD   1 TO HK20-ONF.
           IF    HK12-CUTS NOT EQUAL '1'
           OR    HK65-OVFL EQUAL '1'
                 GO TO R3204.
           PERFORM R37.
           IF    HK66-FND EQUAL '1'
                 GO TO R3204.
           PERFORM R38.
           IF    HK69-SUB GREATER ZERO
           AND   HK68-DAY (HK69-SUB) NOT LESS HK11-CUTD
                 GO TO R3204.
           IF    HK69-SUB EQUAL ZERO
           AND   HK70-OVFL EQUAL '1'
                 GO TO R3204.
           IF    HK15-ARCO NOT EQUAL '1'
                 OPEN EXTEND A127
                 MOVE '1' TO HK15-ARCO.
           MOVE  RPA127R TO A127R.
           WRITE A127R.
           ADD   1 TO HK22-ARCH
                      HK23-REMV.
           GO TO R3203.
       R3204.
           MOVE  RPA127R TO W127R.
           WRITE W127R.
           ADD   1 TO HK21-KEPT.
           GO TO R3203.
       R3205.
           CLOSE RPA127
                 W127.
           IF    HK15-ARCO EQUAL '1'
                 CLOSE A127.
           IF    HK23-REMV EQUAL ZERO
                 GO TO R3209.
           OPEN  INPUT  W127.
           OPEN  OUTPUT RPA127.
           MOVE  ZERO  TO HK01-EOF.
       R3207.
           READ  W127 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R3208.
           MOVE  W127R TO RPA127R.
           WRITE RPA127R.
           GO TO R3207.
       R3208.
           CLOSE W127
                 RPA127.
       R3209.
           PERFORM R65.
       R3299.
           EXIT.

       R34 SECTION.
      *****************************************************************
      *    Control-change audit trail - rows dated before the cutoff  *
      *    go to the offline archive, where the auditor can still     *
      *    find them                                                  *
      *****************************************************************
       R3401.
           MOVE  '141' TO HK59-FID.
           PERFORM R25.
           PERFORM R90.
           MOVE  'DATABASE-RPA141' TO HK25-BASE.
           PERFORM R95.
           OPEN  INPUT  RPA141.
           OPEN  OUTPUT W141.
           MOVE  ZERO  TO HK01-EOF.
       R3403.
           READ  RPA141 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R3405.
           ADD   1 TO HK20-ONF.
           MOVE  DAT141 TO HK19-DWRK.
           PERFORM R82.
           IF    HK12-CUTS EQUAL '1'
           AND   HK18-DNUM LESS HK11-CUTD
                 GO TO R3404.
           MOVE  RPA141R TO W141R.
           WRITE W141R.
           ADD   1 TO HK21-KEPT.
           GO TO R3403.
       R3404.
           IF    HK15-ARCO NOT EQUAL '1'
                 OPEN EXTEND A141
                 MOVE '1' TO HK15-ARCO.
           MOVE  RPA141R TO A141R.
           WRITE A141R.
           ADD   1 TO HK22-ARCH
                      HK23-REMV.
           GO TO R3403.
       R3405.
           CLOSE RPA141
                 W141.
           IF    HK15-ARCO EQUAL '1'
                 CLOSE A141.
           IF    HK23-REMV EQUAL ZERO
                 GO TO R3409.
           OPEN  INPUT  W141.
           OPEN  OUTPUT RPA141.
           MOVE  ZERO  TO HK01-EOF.
       R3407.
           READ  W141 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R3408.
           MOVE  W141R TO RPA141R.
           WRITE RPA141R.
           GO TO R3407.
       R3408.
           CLOSE W141
                 RPA141.
       R3409.
           PERFORM R65.
       R3499.
           EXIT.

       R36 SECTION.
      *****************************************************************
      *    Fold a run metrics row onto its member's latest run        *
      *****************************************************************
       R3601.
           MOVE  1 TO HK69-SUB.
       R3603.
           IF    HK69-SUB GREATER HK69-CNT
                 GO TO R3605.
           IF    HK68-MBR (HK69-SUB) NOT EQUAL MBR107
           OR    HK68-LIB (HK69-SUB) NOT EQUAL LIB107
                 ADD   1 TO HK69-SUB
                 GO TO R3603.
           IF    HK18-DNUM GREATER HK68-DAY (HK69-SUB)
                 MOVE HK18-DNUM TO HK68-DAY (HK69-SUB).
           GO TO R3699.
       R3605.
           IF    HK69-CNT NOT LESS 500
                 MOVE '1' TO HK70-OVFL
                 GO TO R3699.
           ADD   1 TO HK69-CNT.
           MOVE  MBR107    TO HK68-MBR (HK69-CNT).
           MOVE  LIB107    TO HK68-LIB (HK69-CNT).
           MOVE  HK18-DNUM TO HK68-DAY (HK69-CNT).
       R3699.
           EXIT.

       R37 SECTION.
      *****************************************************************
      *    Is the orphan capture row's member and library on the      *
      *    member list                                                *
      *****************************************************************
       R3701.
           MOVE  SPACE TO HK66-FND.
           MOVE  1 TO HK64-SUB.
       R3703.
           IF    HK64-SUB GREATER HK63-CNT
                 GO TO R3799.
           IF    HK61-MBR (HK64-SUB) EQUAL MBR127
           AND   HK62-LIB (HK64-SUB) EQUAL LIB127
                 MOVE '1' TO HK66-FND
                 GO TO R3799.
           ADD   1 TO HK64-SUB.
           GO TO R3703.
       R3799.
           EXIT.

       R38 SECTION.
      *****************************************************************
      *    Latest run of the orphan capture row's member and library  *
      *    - HK69-SUB zero when the metrics hold no run of it         *
      *****************************************************************
       R3801.
           MOVE  1 TO HK69-SUB.
       R3803.
           IF    HK69-SUB GREATER HK69-CNT
                 MOVE ZERO TO HK69-SUB
                 GO TO R3899.
           IF    HK68-MBR (HK69-SUB) NOT EQUAL MBR127
           OR    HK68-LIB (HK69-SUB) NOT EQUAL LIB127
                 ADD   1 TO HK69-SUB
                 GO TO R3803.
       R3899.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    RPA105 cycle archives - every cycle up to the policy's     *
      *    oldest kept cycle goes whole to the offline archive and    *
      *    is emptied.  The cycle in hand and the previous one are    *
      *    never touched                                              *
      *****************************************************************
       R4001.
           MOVE  '105C' TO HK59-FID.
           PERFORM R42.
           MOVE  1 TO HK13-CYCT.
       R4003.
           IF    HK13-CYCT GREATER HK07-CYC
                 GO TO R4009.
           MOVE  HK13-CYCT TO HK29-CYCN.
           MOVE  'DATABASE-RPA105' TO HK25-BASE.
           PERFORM R94.
           MOVE  ZERO TO HK24-ROWS.
           OPEN  INPUT C105.
           MOVE  ZERO  TO HK01-EOF.
           READ  C105 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 CLOSE C105
                 GO TO R4007.
           IF    HK13-CYCT GREATER HK14-LIMC
                 GO TO R4005.
           OPEN  EXTEND A105.
       R4004.
           MOVE  C105R TO A105R.
           WRITE A105R.
           ADD   1 TO HK24-ROWS.
           READ  C105 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF NOT EQUAL '1'
                 GO TO R4004.
           CLOSE C105
                 A105.
           OPEN  OUTPUT C105.
           CLOSE C105.
           ADD   HK24-ROWS TO HK20-ONF
                              HK22-ARCH
                              HK23-REMV.
           PERFORM R67.
           GO TO R4007.
       R4005.
           ADD   1 TO HK24-ROWS.
           READ  C105 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF NOT EQUAL '1'
                 GO TO R4005.
           CLOSE C105.
           ADD   HK24-ROWS TO HK20-ONF
                              HK21-KEPT.
       R4007.
           ADD   1 TO HK13-CYCT.
           GO TO R4003.
       R4009.
           MOVE 'DATABASE-RPA105-Cnnnn-A' TO HK26-ARCF.
           PERFORM R65.
       R4099.
           EXIT.

       R42 SECTION.
      *****************************************************************
      *    Highest cycle whose archive the policy lets go - none      *
      *    without a policy, and never the cycle in hand or the one   *
      *    before it                                                  *
      *****************************************************************
       R4201.
           MOVE  SPACE TO HK82-TXT.
           PERFORM R16.
           PERFORM R17.
           PERFORM R90.
           MOVE  ZERO TO HK14-LIMC.
           IF    HK58-PUNT EQUAL SPACE
                 GO TO R4299.
           SUBTRACT HK59-PKEP FROM HK07-CYC GIVING HK14-LIMC.
           SUBTRACT 2 FROM HK07-CYC GIVING HK13-CYCT.
           IF    HK14-LIMC GREATER HK13-CYCT
                 MOVE HK13-CYCT TO HK14-LIMC.
       R4299.
           EXIT.

       R44 SECTION.
      *****************************************************************
      *    RPA118 cycle archives - as the RPA105 ones in R40          *
      *****************************************************************
       R4401.
           MOVE  '118C' TO HK59-FID.
           PERFORM R42.
           MOVE  1 TO HK13-CYCT.
       R4403.
           IF    HK13-CYCT GREATER HK07-CYC
                 GO TO R4409.
           MOVE  HK13-CYCT TO HK29-CYCN.
           MOVE  'DATABASE-RPA118' TO HK25-BASE.
           PERFORM R94.
           MOVE  ZERO TO HK24-ROWS.
           OPEN  INPUT C118.
           MOVE  ZERO  TO HK01-EOF.
           READ  C118 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 CLOSE C118
                 GO TO R4407.
           IF    HK13-CYCT GREATER HK14-LIMC
                 GO TO R4405.
           OPEN  EXTEND A118.
       R4404.
           MOVE  C118R TO A118R.
           WRITE A118R.
           ADD   1 TO HK24-ROWS.
           READ  C118 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF NOT EQUAL '1'
                 GO TO R4404.
           CLOSE C118
                 A118.
           OPEN  OUTPUT C118.
           CLOSE C118.
           ADD   HK24-ROWS TO HK20-ONF
                              HK22-ARCH
                              HK23-REMV.
           PERFORM R67.
           GO TO R4407.
       R4405.
           ADD   1 TO HK24-ROWS.
           READ  C118 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF NOT EQUAL '1'
                 GO TO R4405.
           CLOSE C118.
           ADD   HK24-ROWS TO HK20-ONF
                              HK21-KEPT.
       R4407.
           ADD   1 TO HK13-CYCT.
           GO TO R4403.
       R4409.
           MOVE 'DATABASE-RPA118-Cnnnn-A' TO HK26-ARCF.
           PERFORM R65.
       R4499.
           EXIT.

       R50 SECTION.
      *****************************************************************
      *    RPA122 generations - counted per member in the directory.  *
      *    A member still on the list keeps its generations for       *
      *    RPA123 and RPA131.  A member that has left the list goes   *
      *    when its last generation was written before the cutoff:    *
      *    every generation file pair to the offline archive and      *
      *    emptied, and the member out of the directory, so a member  *
      *    that comes back starts again at generation 1               *
      *****************************************************************
       R5001.
           MOVE  '122G' TO HK59-FID.
           PERFORM R25.
           PERFORM R90.
           OPEN  I-O RPA101.
           MOVE  ZERO      TO HK01-EOF.
           MOVE  LOW-VALUE TO MBR101.
           START RPA101 KEY NOT LESS MBR101
                 INVALID KEY MOVE '1' TO HK01-EOF.
       R5003.
           IF    HK01-EOF EQUAL '1'
                 GO TO R5009.
           READ  RPA101 NEXT RECORD AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R5009.
           ADD   1 TO HK20-ONF.
           IF    HK12-CUTS NOT EQUAL '1'
           OR    HK65-OVFL EQUAL '1'
                 ADD   1 TO HK21-KEPT
                 GO TO R5003.
           MOVE  SPACE TO HK66-FND.
           MOVE  1 TO HK64-SUB.
       R5005.
           IF    HK64-SUB GREATER HK63-CNT
                 GO TO R5007.
           IF    HK61-MBR (HK64-SUB) EQUAL MBR101
                 MOVE '1' TO HK66-FND
                 GO TO R5007.
           ADD   1 TO HK64-SUB.
           GO TO R5005.
       R5007.
           MOVE  DAT101 TO HK19-DWRK.
           PERFORM R82.
           IF    HK66-FND EQUAL '1'
           OR    HK18-DNUM NOT LESS HK11-CUTD
                 ADD   1 TO HK21-KEPT
                 GO TO R5003.
           PERFORM R52.
           DELETE RPA101 RECORD INVALID KEY
                 MOVE SPACE TO HK66-FND.
           ADD   1 TO HK22-ARCH
                      HK23-REMV.
           PERFORM R68.
           GO TO R5003.
       R5009.
           CLOSE RPA101.
           MOVE 'DATABASE-mbr-RPA11n-Gnn-A' TO HK26-ARCF.
           PERFORM R65.
       R5099.
           EXIT.

       R52 SECTION.
      *****************************************************************
      *    Archive and empty every generation of the member - all     *
      *    ninety-nine numbers are tried, since the keep count may    *
      *    have been higher when the older ones were written, and a   *
      *    number never used is simply absent                         *
      *****************************************************************
       R5201.
           MOVE  ZERO TO HK24-ROWS.
           MOVE  1    TO HK25-GEN.
       R5203.
           PERFORM R96.
           OPEN  INPUT G115.
           MOVE  ZERO  TO HK01-EOF.
           READ  G115 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 CLOSE G115
                 GO TO R5207.
           OPEN  EXTEND A115.
       R5205.
           MOVE  G115R TO A115R.
           WRITE A115R.
           ADD   1 TO HK24-ROWS.
           READ  G115 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF NOT EQUAL '1'
                 GO TO R5205.
           CLOSE G115
                 A115.
           OPEN  OUTPUT G115.
           CLOSE G115.
       R5207.
           PERFORM R97.
           OPEN  INPUT G112.
           MOVE  ZERO  TO HK01-EOF.
           READ  G112 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 CLOSE G112
                 GO TO R5211.
           OPEN  EXTEND A112.
       R5209.
           MOVE  G112R TO A112R.
           WRITE A112R.
           ADD   1 TO HK24-ROWS.
           READ  G112 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF NOT EQUAL '1'
                 GO TO R5209.
           CLOSE G112
                 A112.
           OPEN  OUTPUT G112.
           CLOSE G112.
       R5211.
           IF    HK25-GEN LESS 99
                 ADD   1 TO HK25-GEN
                 GO TO R5203.
           MOVE  ZERO TO HK01-EOF.
       R5299.
           EXIT.

       R55 SECTION.
      *****************************************************************
      *    Load the retention policy file into the table              *
      *****************************************************************
       R5501.
           MOVE  ZERO TO HK56-CNT.
           OPEN  INPUT RPA155.
           MOVE  ZERO  TO HK01-EOF.
       R5503.
           READ  RPA155 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R5505.
           IF    HK56-CNT NOT LESS 20
                 GO TO R5503.
           ADD   1 TO HK56-CNT.
           MOVE  ID155  TO HK51-ID  (HK56-CNT).
           MOVE  UNT155 TO HK52-UNT (HK56-CNT).
           MOVE  KEP155 TO HK53-KEP (HK56-CNT).
           MOVE  USR155 TO HK54-USR (HK56-CNT).
           MOVE  DAT155 TO HK55-DAT (HK56-CNT).
           GO TO R5503.
       R5505.
           CLOSE RPA155.
       R5599.
           EXIT.

       R57 SECTION.
      *****************************************************************
      *    Write the policy table back to the retention policy file   *
      *****************************************************************
       R5701.
           OPEN  OUTPUT RPA155.
           MOVE  1 TO HK57-SUB.
       R5703.
           IF    HK57-SUB GREATER HK56-CNT
                 GO TO R5705.
           MOVE  HK51-ID  (HK57-SUB) TO ID155.
           MOVE  HK52-UNT (HK57-SUB) TO UNT155.
           MOVE  HK53-KEP (HK57-SUB) TO KEP155.
           MOVE  HK54-USR (HK57-SUB) TO USR155.
           MOVE  HK55-DAT (HK57-SUB) TO DAT155.
           WRITE RPA155R.
           ADD   1 TO HK57-SUB.
           GO TO R5703.
       R5705.
           CLOSE RPA155.
       R5799.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    The listing - the policy of every housekept file, then     *
      *    the history of policy changes from the audit trail         *
      *****************************************************************
       R6001.
           MOVE 'RETENTION POLICY' TO HK75-TXT.
           MOVE  HK74-MSG TO RPA154R.
           PERFORM R85.
           MOVE  HK84-BLNK TO RPA154R.
           PERFORM R85.
           MOVE  HK78-HDR3 TO RPA154R.
           PERFORM R85.
           MOVE  1 TO HK49-SUB.
       R6003.
           IF    HK49-SUB GREATER 6
                 GO TO R6005.
           MOVE  HK49-ID (HK49-SUB) TO HK59-FID.
           PERFORM R16.
           PERFORM R17.
           MOVE  HK49-DSC (HK49-SUB) TO HK79-DSC.
           MOVE  HK49-ID  (HK49-SUB) TO HK79-ID.
           MOVE  HK59-PTXT TO HK79-TXT.
           MOVE  SPACE TO HK79-USR.
           MOVE  ZERO  TO HK79-DAT.
           IF    HK57-SUB GREATER ZERO
                 MOVE HK54-USR (HK57-SUB) TO HK79-USR
                 MOVE HK55-DAT (HK57-SUB) TO HK79-DAT.
           MOVE  HK79-POL TO RPA154R.
           PERFORM R85.
           ADD   1 TO HK49-SUB.
           GO TO R6003.
       R6005.
      *    The policy changes, oldest first as they were written
           MOVE  HK84-BLNK TO RPA154R.
           PERFORM R85.
           MOVE 'POLICY CHANGE HISTORY' TO HK75-TXT.
           MOVE  HK74-MSG TO RPA154R.
           PERFORM R85.
           MOVE  HK80-HDR4 TO RPA154R.
           PERFORM R85.
           OPEN  INPUT RPA141.
           MOVE  ZERO  TO HK01-EOF.
       R6007.
           READ  RPA141 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF EQUAL '1'
                 GO TO R6009.
           IF    FLD141 NOT EQUAL 'RET'
                 GO TO R6007.
           MOVE  KEY141 TO HK81-KEY.
           MOVE  OLD141 TO HK81-OLD.
           MOVE  NEW141 TO HK81-NEW.
           MOVE  USR141 TO HK81-USR.
           MOVE  DAT141 TO HK81-DAT.
           MOVE  HK81-HST TO RPA154R.
           PERFORM R85.
           GO TO R6007.
       R6009.
           CLOSE RPA141.
       R6099.
           EXIT.

       R65 SECTION.
      *****************************************************************
      *    Print the counts of the file in hand, with the note of a   *
      *    policy that could not be applied under it                  *
      *****************************************************************
       R6501.
           MOVE  HK49-DSC (HK49-SUB) TO HK77-DSC.
           MOVE  HK59-PTXT TO HK77-POL.
           MOVE  HK20-ONF  TO HK77-ONF.
           MOVE  HK21-KEPT TO HK77-KEPT.
           MOVE  HK22-ARCH TO HK77-ARCH.
           MOVE  HK23-REMV TO HK77-REMV.
           MOVE  SPACE TO HK77-ARCF.
           IF    HK22-ARCH GREATER ZERO
                 MOVE HK26-ARCF TO HK77-ARCF.
           MOVE  HK77-DTL TO RPA154R.
           PERFORM R85.
           IF    HK82-TXT NOT EQUAL SPACE
                 MOVE  HK82-NOTE TO RPA154R
                 PERFORM R85.
       R6599.
           EXIT.

       R67 SECTION.
      *****************************************************************
      *    Print a cycle archive that went offline                    *
      *****************************************************************
       R6701.
           MOVE  SPACE TO HK75-TXT.
           MOVE  HK24-ROWS TO HK83-ROWS.
           STRING '    '         DELIMITED BY SIZE
                  HK28-CYCF      DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  HK83-ROWS      DELIMITED BY SIZE
                  ' ROWS TO '    DELIMITED BY SIZE
                  HK26-ARCF      DELIMITED BY SPACE
                  INTO HK75-TXT.
           MOVE  HK74-MSG TO RPA154R.
           PERFORM R85.
       R6799.
           EXIT.

       R68 SECTION.
      *****************************************************************
      *    Print a member whose generations went offline              *
      *****************************************************************
       R6801.
           MOVE  SPACE TO HK75-TXT.
           MOVE  HK24-ROWS TO HK83-ROWS.
           STRING '    MEMBER '  DELIMITED BY SIZE
                  MBR101         DELIMITED BY SIZE
                  ' LEFT THE LIST - ' DELIMITED BY SIZE
                  HK83-ROWS      DELIMITED BY SIZE
                  ' GENERATION ROWS TO -Gnn-A' DELIMITED BY SIZE
                  HK05-DATE      DELIMITED BY SIZE
                  ' FILES'       DELIMITED BY SIZE
                  INTO HK75-TXT.
           MOVE  HK74-MSG TO RPA154R.
           PERFORM R85.
       R6899.
           EXIT.

       R70 SECTION.
      *****************************************************************
      *    Print the refusal - nothing was written                    *
      *****************************************************************
       R7001.
           MOVE  HK74-MSG TO RPA154R.
           PERFORM R85.
       R7099.
           EXIT.

       R75 SECTION.
      *****************************************************************
      *    Print the accepted change                                  *
      *****************************************************************
       R7501.
           MOVE  SPACE TO HK75-TXT.
           STRING 'CHANGED RETENTION OF '  DELIMITED BY SIZE
                  P02-KEY     DELIMITED BY SPACE
                  ' FROM '    DELIMITED BY SIZE
                  HK16-OLD    DELIMITED BY '  '
                  ' TO '      DELIMITED BY SIZE
                  HK17-NEW    DELIMITED BY '  '
                  INTO HK75-TXT.
           MOVE  HK74-MSG TO RPA154R.
           PERFORM R85.
       R7599.
           EXIT.

       R80 SECTION.
      *****************************************************************
      *    Parse the entered keep period as a whole number - leading  *
      *    blanks allowed, digits, then blanks to the end; anything   *
      *    else refuses the value, and so does a number of more than  *
      *    seven significant digits, which must never wrap into a     *
      *    small value that passes the range check                    *
      *****************************************************************
       R8001.
           MOVE  P04-VAL TO HK40-VAL.
           MOVE  ZERO  TO HK43-NUM
                          HK48-DCNT.
           MOVE  SPACE TO HK44-BAD
                          HK45-ANY.
           MOVE  1     TO HK42-SUB.
       R8003.
           IF    HK42-SUB GREATER 50
                 GO TO R8009.
           MOVE  HK41-CH (HK42-SUB) TO HK47-DGX.
           IF    HK47-DGX EQUAL SPACE
           AND   HK45-ANY EQUAL '1'
                 GO TO R8009.
           IF    HK47-DGX EQUAL SPACE
                 ADD   1 TO HK42-SUB
                 GO TO R8003.
           IF    HK47-DGX NOT NUMERIC
                 MOVE  '1' TO HK44-BAD
                 GO TO R8099.
           MOVE  HK47-DGX TO HK46-DIG.
           IF    HK46-DIG GREATER ZERO
           OR    HK43-NUM GREATER ZERO
                 ADD 1 TO HK48-DCNT.
           IF    HK48-DCNT GREATER 7
                 MOVE  '1' TO HK44-BAD
                 GO TO R8099.
           MULTIPLY 10 BY HK43-NUM.
           ADD   HK46-DIG TO HK43-NUM.
           MOVE  '1' TO HK45-ANY.
           ADD   1 TO HK42-SUB.
           GO TO R8003.
       R8009.
           IF    HK45-ANY NOT EQUAL '1'
                 MOVE '1' TO HK44-BAD.
       R8099.
           EXIT.

       R82 SECTION.
      *****************************************************************
      *    Day number of the YYMMDD date in HK19-DWRK - days before   *
      *    the year, plus days before the month, plus the day, with   *
      *    the leap day once past February.  Zero for a date that is  *
      *    not a date, which then counts as older than any cutoff     *
      *****************************************************************
       R8201.
           MOVE  ZERO TO HK18-DNUM.
           IF    HK19-DWRK NOT NUMERIC
           OR    HK19-MM LESS 1
           OR    HK19-MM GREATER 12
           OR    HK19-DD LESS 1
                 GO TO R8299.
           ADD   2000 HK19-YY GIVING HK31-YEAR.
           SUBTRACT 1 FROM HK31-YEAR GIVING HK32-PRV.
           MULTIPLY HK32-PRV BY 365 GIVING HK18-DNUM.
           DIVIDE HK32-PRV BY 4   GIVING HK33-QUO.
           ADD   HK33-QUO TO HK18-DNUM.
           DIVIDE HK32-PRV BY 100 GIVING HK33-QUO.
           SUBTRACT HK33-QUO FROM HK18-DNUM.
           DIVIDE HK32-PRV BY 400 GIVING HK33-QUO.
           ADD   HK33-QUO TO HK18-DNUM.
           ADD   HK39-CUM (HK19-MM) TO HK18-DNUM.
           ADD   HK19-DD TO HK18-DNUM.
           IF    HK19-MM LESS 3
                 GO TO R8299.
           MOVE  SPACE TO HK37-LEAP.
           DIVIDE HK31-YEAR BY 4   GIVING HK33-QUO REMAINDER HK34-REM.
           DIVIDE HK31-YEAR BY 100 GIVING HK33-QUO REMAINDER HK35-R100.
           DIVIDE HK31-YEAR BY 400 GIVING HK33-QUO REMAINDER HK36-R400.
           IF    HK34-REM EQUAL ZERO
           AND  (HK35-R100 NOT EQUAL ZERO
           OR    HK36-R400 EQUAL ZERO)
                 MOVE '1' TO HK37-LEAP.
           IF    HK37-LEAP EQUAL '1'
                 ADD 1 TO HK18-DNUM.
       R8299.
           EXIT.

       R85 SECTION.
      *****************************************************************
      *    Print a line, starting a new page when the page is full    *
      *****************************************************************
       R8501.
           IF    HK03-LINE GREATER 56
                 PERFORM R86.
           WRITE RPA154R.
           ADD   1 TO HK03-LINE.
       R8599.
           EXIT.

       R86 SECTION.
      *****************************************************************
      *    Print the page heading                                     *
      *****************************************************************
       R8601.
           ADD   1         TO HK04-PAGE.
           MOVE  HK04-PAGE TO HK73-PAGE.
           MOVE  HK71-HDR1 TO RPA154R.
           WRITE RPA154R.
           MOVE  HK84-BLNK TO RPA154R.
           WRITE RPA154R.
           MOVE  2 TO HK03-LINE.
       R8699.
           EXIT.

       R88 SECTION.
      *****************************************************************
      *    Write the audit record of an accepted policy change -      *
      *    appended to the control-change trail RPA138 keeps, never   *
      *    rewritten, so the history cannot be edited away            *
      *****************************************************************
       R8801.
           OPEN  EXTEND RPA141.
           MOVE 'RET'     TO FLD141.
           MOVE  P02-KEY  TO KEY141.
           MOVE  HK16-OLD TO OLD141.
           MOVE  HK17-NEW TO NEW141.
           MOVE  P05-USR  TO USR141.
           MOVE  HK05-DATE TO DAT141.
           MOVE  HK06-TIME TO TIM141.
           WRITE RPA141R.
           CLOSE RPA141.
       R8899.
           EXIT.

       R90 SECTION.
      *****************************************************************
      *    Start the counts of the next housekept file                *
      *****************************************************************
       R9001.
           PERFORM R15.
           MOVE  ZERO  TO HK20-ONF
                          HK21-KEPT
                          HK22-ARCH
                          HK23-REMV.
           MOVE  SPACE TO HK15-ARCO.
       R9099.
           EXIT.

       R94 SECTION.
      *****************************************************************
      *    Build the file overrides of the archive of cycle           *
      *    HK29-CYCN of the live file in HK25-BASE, and its dated     *
      *    offline archive                                            *
      *****************************************************************
       R9401.
           MOVE  SPACE  TO HK28-CYCF.
           STRING HK25-BASE  DELIMITED BY SPACE
                  '-C'       DELIMITED BY SIZE
                  HK29-CYCN  DELIMITED BY SIZE
                  INTO HK28-CYCF.
           MOVE  SPACE  TO HK26-ARCF.
           STRING HK28-CYCF  DELIMITED BY SPACE
                  '-A'       DELIMITED BY SIZE
                  HK05-DATE  DELIMITED BY SIZE
                  INTO HK26-ARCF.
       R9499.
           EXIT.

       R95 SECTION.
      *****************************************************************
      *    Build the file override of the dated offline archive of    *
      *    the live file in HK25-BASE                                 *
      *****************************************************************
       R9501.
           MOVE  SPACE  TO HK26-ARCF.
           STRING HK25-BASE  DELIMITED BY SPACE
                  '-A'       DELIMITED BY SIZE
                  HK05-DATE  DELIMITED BY SIZE
                  INTO HK26-ARCF.
       R9599.
           EXIT.

       R96 SECTION.
      *****************************************************************
      *    Build the file overrides of generation HK25-GEN of the     *
      *    member's merged output and its dated offline archive       *
      *****************************************************************
       R9601.
           MOVE  SPACE  TO HK28-CYCF.
           STRING 'DATABASE-' DELIMITED BY SIZE
                  MBR101      DELIMITED BY SPACE
                  '-RPA115-G' DELIMITED BY SIZE
                  HK25-GEN    DELIMITED BY SIZE
                  INTO HK28-CYCF.
           MOVE  SPACE  TO HK26-ARCF.
           STRING HK28-CYCF   DELIMITED BY SPACE
                  '-A'        DELIMITED BY SIZE
                  HK05-DATE   DELIMITED BY SIZE
                  INTO HK26-ARCF.
       R9699.
           EXIT.

       R97 SECTION.
      *****************************************************************
      *    Build the file overrides of generation HK25-GEN of the     *
      *    member's cross-reference and its dated offline archive     *
      *****************************************************************
       R9701.
           MOVE  SPACE  TO HK28-CYCF.
           STRING 'DATABASE-' DELIMITED BY SIZE
                  MBR101      DELIMITED BY SPACE
                  '-RPA112-G' DELIMITED BY SIZE
                  HK25-GEN    DELIMITED BY SIZE
                  INTO HK28-CYCF.
           MOVE  SPACE  TO HK26-ARCF.
           STRING HK28-CYCF   DELIMITED BY SPACE
                  '-A'        DELIMITED BY SIZE
                  HK05-DATE   DELIMITED BY SIZE
                  INTO HK26-ARCF.
       R9799.
           EXIT.

       R98 SECTION.
      *****************************************************************
      *    Initialize program - the cycle in hand (1 when RPA103 is   *
      *    empty, as its readers assume), today's day number and the  *
      *    retention policy                                           *
      *****************************************************************
       R9801.
           OPEN  OUTPUT RPA154.
           MOVE  ZERO TO HK03-LINE
                         HK04-PAGE.
           MOVE  SPACE TO HK02-BAD
                          HK16-OLD
                          HK17-NEW.
           MOVE 'DATABASE-RPA154-W' TO HK27-WRKF.
           ACCEPT HK05-DATE FROM DATE.
           ACCEPT HK06-TIME FROM TIME.
           MOVE  HK05-DATE TO HK72-DATE.
           PERFORM R86.
           MOVE  1 TO HK07-CYC.
           OPEN  INPUT RPA103.
           MOVE  ZERO  TO HK01-EOF.
           READ  RPA103 AT END
                 MOVE '1' TO HK01-EOF.
           IF    HK01-EOF NOT EQUAL '1'
           AND   CYC103  GREATER ZERO
                 MOVE CYC103 TO HK07-CYC.
           CLOSE RPA103.
           MOVE  HK05-DATE TO HK19-DWRK.
           PERFORM R82.
           MOVE  HK18-DNUM TO HK08-RUND.
           PERFORM R55.
       R9899.
           EXIT.

       R99 SECTION.
      *****************************************************************
      *    Close program - a refused update ends with return code 8   *
      *****************************************************************
       R9901.
           IF    HK02-BAD EQUAL '1'
                 MOVE 8 TO RETURN-CODE.
           CLOSE RPA154.
       R9999.
           EXIT.
