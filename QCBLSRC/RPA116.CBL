      *    (CHG113 'I') as a single unit with a single carry-forward  *
      *    status, instead of a delete block and an insert block      *
      *    that can anchor to different places.                       *
      *    An insert block, or a replace block's replacement lines,   *
      *    that the new release already carries straight after the   *
      *    anchor has been absorbed by the vendor - its lines are     *
      *    not merged a second time, its keys are marked 'A' in the   *
      *    customization inventory and the block is logged (I0180)   *
      *    so it can be retired from LIBUSRSRC.                       *
      *    The generated output file is an intermediate source file.  *
      *                                                               *
      *****************************************************************
      *****************************************************************
      *    Customization inventory - every USRFD key merged this       *
      *    release cycle, its originating member/library, and its      *
      *    carry-forward status ('C'lean, 'O'rphaned, 'F'lagged for    *
      *    manual review or 'A'bsorbed by the new release) -           *
      *    accumulated across a full release cycle,                    *
      *    never touched by the merge itself, so a compliance listing  *
      *    can be read straight off this file instead of reconstructed *
      *    from every member's RPA105 log.  RPA124 snapshots and       *
      *            once, see the RPA140 lock) cannot clobber each     *
      *            other's work segments                              *
           03  W51-WRKF                      PIC X(40).
      *            Absorbed-block test - the block's lines are held   *
      *            in W60-TABLE until they have been compared with    *
      *            the new release lines that follow the anchor; the  *
      *            block is absorbed when every one of them is there  *
      *            already.  A block that outgrows the table is       *
      *            merged without the test                            *
           03  W52-ABSB                      PIC X(01).
           03  W53-BCNT                      PIC S9(04)  COMP-3.
           03  W54-BSUB                      PIC S9(04)  COMP-3.
           03  W55-BFUL                      PIC X(01).
           03  W56-SKEY                      PIC 9(07).
      *            Replace block - the deleted-checkpoint verdict     *
      *            taken before the old half was matched, and the     *
      *            old lines that did match, so an absorbed block     *
      *            whose old lines the vendor already replaced is     *
      *            not reported as partly applied                     *
           03  W57-RCHK                      PIC X(01).
           03  W58-ROLD                      PIC S9(06)  COMP-3.
      *            Customization lines of an absorbed block, for the  *
      *            exception row RPA119 reconciles against            *
           03  W59-ACNT                      PIC S9(07)  COMP-3.

      *****************************************************************
      *    Lines of the block being tested for absorption             *
      *****************************************************************
       01  W60-TABLE.
           03  W60-ENT  OCCURS 500.
               05  W61-REC.
                   07  W62-SEQ               PIC X(06).
                   07  W63-CHG               PIC X(01).
                   07  W64-BLK               PIC X(01).
                   07  W65-DTA               PIC X(114).
                   07  W66-KEY               PIC X(80).
                   07  FILLER                PIC X(18).

       LINKAGE SECTION.
      *****************************************************************
      *    otherwise - carried into RPA118R by R85 for every
      *    customization line this block writes
           MOVE  'C' TO W31-STAT.
           MOVE  SPACE TO W41-OCAP
                          W52-ABSB.
           MOVE  ZERO  TO W53-BCNT.
      *    Close off the work file built since the last insert block,
      *    so the count below only ever covers this segment
           CLOSE RPA116.
      *    Flag the block when the anchor window was ambiguous or
      *    was never matched in the new release
           PERFORM R46.
      *    Hold the block's lines against the new release lines
      *    after the anchor - the vendor may have absorbed them
           PERFORM R60.
       R7005.
      *    Process insertion lines until 'END' in line
           PERFORM R40.
           ADD   1   TO W16-BLKS.
           MOVE  'C' TO W31-STAT.
           MOVE  SPACE TO W39-RMIS
                          W41-OCAP
                          W52-ABSB.
           MOVE  ZERO  TO W53-BCNT
                          W58-ROLD.
      *    Close off the work file built since the last block, so the
      *    count below only ever covers this segment
           CLOSE RPA116.
                 MOVE  '1' TO W39-RMIS
                 MOVE  'F' TO W31-STAT.
      *    Suppress the old lines, then write the replacement lines
      *    - unless the new release already carries them after the
      *    anchor, when the vendor has absorbed the block
           MOVE  W39-RMIS TO W57-RCHK.
           PERFORM R57.
           PERFORM R61.
           PERFORM R58.
      *    An absorbed block none of whose old lines were found had
      *    them replaced by the vendor - that is not a partial apply
           IF    W52-ABSB EQUAL '1'
           AND   W58-ROLD EQUAL ZERO
                 MOVE  W57-RCHK TO W39-RMIS.
      *    Either half failed to apply cleanly - one exception for
      *    the whole block
           IF    W39-RMIS EQUAL '1'
      *    Process insertion lines until 'END' in line                *
      *****************************************************************
       R5301.
      *    A block held for the absorbed-block test is written (or,
      *    when absorbed, dropped) from the table first - only a
      *    block that outgrew the table has lines left to read
           IF    W53-BCNT EQUAL ZERO
                 GO TO R5303.
           PERFORM R62.
           IF    W01-EOF EQUAL ZERO
           AND   CHG113  EQUAL 'I'
                 GO TO R5303.
           GO TO R5305.
       R5303.
      *    An orphaned block's lines also go to the capture file as
      *    they pass through here
           IF    W41-OCAP EQUAL '1'
           PERFORM R81.
           IF    W01-EOF EQUAL ZERO
           AND   CHG113  EQUAL 'I'
                 GO TO R5303.
       R5305.
           IF    W01-EOF EQUAL '1'
           AND   CHG113  EQUAL 'I'
                 PERFORM R54.
                 MOVE  '1' TO W39-RMIS
                 MOVE  'F' TO W31-STAT
                 GO TO R5705.
           ADD   1 TO W07-DELETE
                      W58-ROLD.
       R5705.
           PERFORM R81.
           IF    W01-EOF EQUAL ZERO
      *    record area                                                *
      *****************************************************************
       R5801.
      *    The replacement lines held by R61 go first, as R53 does
           IF    W53-BCNT GREATER ZERO
                 PERFORM R62.
       R5803.
           IF    W01-EOF NOT EQUAL ZERO
                 GO TO R5807.
           IF    CHG113 NOT EQUAL 'I'
           MOVE  RPA113R TO RPA115R.
           PERFORM R85.
           PERFORM R81.
           GO TO R5803.
       R5807.
           IF    CHG113 EQUAL 'I'
                 PERFORM R43.
       R5699.
           EXIT.

       R60 SECTION.
      *****************************************************************
      *    Hold an insert block's lines for the absorbed-block test - *
      *    the first line unconditionally, as R53 writes it, then     *
      *    every insert line that follows                             *
      *****************************************************************
       R6001.
           MOVE  ZERO  TO W53-BCNT.
           MOVE  SPACE TO W55-BFUL.
       R6003.
           IF    W53-BCNT NOT LESS 500
                 MOVE '1' TO W55-BFUL
                 GO TO R6005.
           ADD   1 TO W53-BCNT.
           MOVE  RPA113R TO W61-REC (W53-BCNT).
           PERFORM R81.
           IF    W01-EOF EQUAL ZERO
           AND   CHG113  EQUAL 'I'
                 GO TO R6003.
       R6005.
           PERFORM R63.
       R6099.
           EXIT.

       R61 SECTION.
      *****************************************************************
      *    Hold a replace block's replacement lines for the           *
      *    absorbed-block test, as R60 holds an insert block's        *
      *****************************************************************
       R6101.
           MOVE  ZERO  TO W53-BCNT.
           MOVE  SPACE TO W55-BFUL.
       R6103.
           IF    W01-EOF NOT EQUAL ZERO
           OR    CHG113  NOT EQUAL 'I'
                 GO TO R6105.
           IF    W53-BCNT NOT LESS 500
                 MOVE '1' TO W55-BFUL
                 GO TO R6105.
           ADD   1 TO W53-BCNT.
           MOVE  RPA113R TO W61-REC (W53-BCNT).
           PERFORM R81.
           GO TO R6103.
       R6105.
           PERFORM R63.
       R6199.
           EXIT.

       R62 SECTION.
      *****************************************************************
      *    Write the held lines to RPA115 - or, for an absorbed       *
      *    block, mark them in the inventory and log the block        *
      *    instead, the new release's own copy of the lines passing   *
      *    through as the next new release lines                      *
      *****************************************************************
       R6201.
           IF    W52-ABSB EQUAL '1'
                 PERFORM R64
                 GO TO R6205.
           MOVE  1 TO W54-BSUB.
       R6203.
           IF    W54-BSUB GREATER W53-BCNT
                 GO TO R6205.
           MOVE  W61-REC (W54-BSUB) TO RPA115R.
           PERFORM R85.
           ADD   1 TO W54-BSUB.
           GO TO R6203.
       R6205.
           MOVE  ZERO TO W53-BCNT.
       R6299.
           EXIT.

       R63 SECTION.
      *****************************************************************
      *    Is the block absorbed ?  Compare the held lines with the   *
      *    new release lines straight after the anchor, one for one, *
      *    then put the new release back on the anchor - nothing is   *
      *    written here.  A block that outgrew the table, or a        *
      *    positioning that ran to end of file, is never absorbed     *
      *****************************************************************
       R6301.
           MOVE  SPACE TO W52-ABSB.
           IF    W55-BFUL EQUAL '1'
           OR    W53-BCNT EQUAL ZERO
           OR    W02-EOF  NOT EQUAL ZERO
                 GO TO R6399.
           MOVE  W14-KEY TO W56-SKEY.
           MOVE  1       TO W54-BSUB.
       R6303.
           IF    W54-BSUB GREATER W53-BCNT
                 MOVE '1' TO W52-ABSB
                 GO TO R6305.
           PERFORM R51.
           IF    W02-EOF NOT EQUAL ZERO
                 GO TO R6305.
           IF    DTA114 NOT EQUAL W65-DTA (W54-BSUB)
                 GO TO R6305.
           ADD   1 TO W54-BSUB.
           GO TO R6303.
       R6305.
      *    Re-read the anchor line, so the record area and the
      *    relative key are exactly as R50 left them
           MOVE  ZERO TO W02-EOF.
           SUBTRACT 1 FROM W56-SKEY GIVING W14-KEY.
           PERFORM R51.
       R6399.
           EXIT.

       R64 SECTION.
      *****************************************************************
      *    Record an absorbed block - each of its customization lines *
      *    goes to the inventory with status 'A' (there is no RPA115  *
      *    line of ours for a cross-reference entry), and one         *
      *    exception row names the block and carries its line count  *
      *    for the reconciliation                                     *
      *****************************************************************
       R6401.
           MOVE  ZERO TO W59-ACNT.
           MOVE  1    TO W54-BSUB.
       R6403.
           IF    W54-BSUB GREATER W53-BCNT
                 GO TO R6405.
           IF    W63-CHG (W54-BSUB) NOT EQUAL 'I'
                 ADD   1 TO W54-BSUB
                 GO TO R6403.
           ADD   1 TO W59-ACNT.
           IF    W66-KEY (W54-BSUB) NOT EQUAL SPACE
           AND   W15-SIM NOT EQUAL '1'
                 MOVE  W66-KEY (W54-BSUB) TO KEY118
                 MOVE  P02-NAME TO MBR118
                 MOVE  P07-LIB  TO LIB118
                 MOVE  'A'      TO STA118
                 WRITE RPA118R.
           ADD   1 TO W54-BSUB.
           GO TO R6403.
       R6405.
           MOVE  ' '      TO ODOBRT.
           MOVE  'I0180'  TO ODOBRC.
           MOVE  P02-NAME TO ODOBNM.
           MOVE  SPACE    TO ODOBTX.
           STRING '***RPA*MESSAGE *** BLOCK ABSORBED BY NEW RELEASE - '
                                      DELIMITED BY SIZE
                  W66-KEY (1)         DELIMITED BY SIZE
                  INTO ODOBTX.
           MOVE  W59-ACNT TO ODOBB1.
           PERFORM R86.
           MOVE  ZERO     TO ODOBB1.
       R6499.
           EXIT.

       R40 SECTION.
      *****************************************************************
      *    Generate error identification                              *
           PERFORM R51.
           IF W02-EOF NOT EQUAL ZERO
              GO TO R4099.
      *    Vendor lines after an absorbed block are the block itself
           IF CHG114 EQUAL 'A'
           AND W52-ABSB NOT EQUAL '1'
              MOVE '***RPA*MESSAGE *** INSERTED LINES JUST AFTER INSERT
      -       'BLOCK'         TO DTA115
              MOVE  ZERO    TO DAT115
