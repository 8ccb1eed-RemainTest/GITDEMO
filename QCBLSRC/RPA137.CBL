      *    The last gate before the compile job.  For every 'P' row   *
      *    of the disposition file (RPA108) this program proves the   *
      *    member is truly ready: its reconciliation row in RPA119    *
      *    says PASS, and its merged output (RPA115) has been through *
      *    RPA121 finalization - every DAT115 stamped with the one    *
      *    merge date and the sequence numbers numeric and strictly   *
      *    ascending.  An 'A' row, a quarantined member a reviewer    *
      *    approved through RPA150, skips the reconciliation check    *
      *    but not the finalization check, and must have its accepted *
      *    approval in the sign-off audit trail (RPA152).  A member   *
      *    that passes is copied to the promotion file set            *
      *    (DATABASE-member-RPA115-P) and gets a manifest record      *
      *    (RPA137) with its record count and a simple checksum - the *
      *    running sum of the sequence numbers and record positions - *
      *    that the compile side recomputes on receipt; an approved   *
      *    override carries the approver's id.  A member that fails   *
      *    any check is flipped to 'Q' in RPA108 and logged to the    *
      *    manual-review log (RPA105) instead of shipped.             *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           SELECT RPA115 ASSIGN TO Z28-OUTF.
           SELECT PRO115 ASSIGN TO Z29-PROF.
           SELECT RPA137 ASSIGN TO DATABASE-RPA137.
           SELECT OPTIONAL RPA152 ASSIGN TO DATABASE-RPA152.
           SELECT RPA105 ASSIGN TO DATABASE-RPA105.
           SELECT RPA103 ASSIGN TO DATABASE-RPA103.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    Member disposition - the 'P' and 'A' rows are the          *
      *    candidates, and a failed candidate is flipped to 'Q' in    *
      *    place                                                      *
      *****************************************************************
       FD  RPA108
           LABEL RECORDS ARE STANDARD.

      *****************************************************************
      *    Hand-off manifest - one record per shipped member, with    *
      *    the count and checksum the compile side verifies, and the  *
      *    reviewer who approved an override (blank for a member      *
      *    that passed the gate)                                      *
      *****************************************************************
       FD  RPA137
           LABEL RECORDS ARE STANDARD.
           03  CNT137                        PIC 9(07).
           03  CHK137                        PIC 9(09).
           03  DAT137                        PIC 9(06).
           03  APR137                        PIC X(10).

      *****************************************************************
      *    Sign-off audit trail written by RPA150 - the accepted      *
      *    decisions name the approver of an override                 *
      *****************************************************************
       FD  RPA152
           LABEL RECORDS ARE STANDARD.
       01  RPA152R.
           03  MBR152                        PIC X(10).
           03  LIB152                        PIC X(10).
           03  DEC152                        PIC X(01).
           03  USR152                        PIC X(10).
           03  RSN152                        PIC X(60).
           03  SDT152                        PIC 9(06).
           03  RES152                        PIC X(01).
           03  WHY152                        PIC X(40).
           03  CYC152                        PIC 9(04).
           03  DAT152                        PIC 9(06).
           03  TIM152                        PIC 9(08).

      *****************************************************************
      *    Names of sources that should be checked manually           *
      *            Release cycle and run date                         *
           03  Z15-CYC                       PIC 9(04).
           03  Z16-DATE                      PIC 9(06).
      *            Approver of the member in hand, blank unless it is *
      *            an approved override                               *
           03  Z17-APR                       PIC X(10).
      *            Per-member file overrides - the merged output and  *
      *            its promotion copy                                 *
           03  Z28-OUTF                      PIC X(40).
       01  Z53-54.
           03  Z53-CNT                       PIC S9(04)  COMP-3.
           03  Z54-SUB                       PIC S9(04)  COMP-3.

      *****************************************************************
      *    Approvers per member, loaded from this cycle's RPA152      *
      *    rows only - the last accepted decision on a member wins,   *
      *    and an accepted rejection clears its approver              *
      *****************************************************************
       01  Z55-TABLE.
           03  Z55-ENT  OCCURS 500.
               05  Z56-MBR                   PIC X(10).
               05  Z57-LIB                   PIC X(10).
               05  Z58-APR                   PIC X(10).
       01  Z59-60.
           03  Z59-CNT                       PIC S9(04)  COMP-3.
           03  Z60-SUB                       PIC S9(04)  COMP-3.
      /
       PROCEDURE DIVISION.
       DECLARATIVES.
       END DECLARATIVES.
       R00 SECTION.
      *****************************************************************
      *    Mainline - every 'P' disposition row is a candidate, and   *
      *    every 'A' row a reviewer approved through RPA150           *
      *****************************************************************
       R0001.
           PERFORM R98.
           IF    Z01-EOF EQUAL '1'
                 GO TO R0009.
           IF    DSP108 EQUAL 'P'
           OR    DSP108 EQUAL 'A'
                 PERFORM R10.
           PERFORM R81.
           GO TO R0003.
      *****************************************************************
       R1001.
           MOVE  SPACE TO Z03-FAIL
                          Z04-WHY
                          Z17-APR.
           PERFORM R95.
      *    --------------------------------------------------
      *    The member must have reconciled PASS - unless a
      *    reviewer signed off on it, having seen the RPA119
      *    row and the RPA132 listing
      *    --------------------------------------------------
           IF    DSP108 EQUAL 'A'
                 PERFORM R25
                 GO TO R1003.
           PERFORM R20.
           IF    Z03-FAIL EQUAL '1'
                 PERFORM R50
                 GO TO R1099.
       R1003.
      *    --------------------------------------------------
      *    The merged output must be finalized - one merge
      *    date throughout, sequence numbers ascending
       R2099.
           EXIT.

       R25 SECTION.
      *****************************************************************
      *    The approver of an override - the approved disposition     *
      *    without an accepted approval in the sign-off audit trail   *
      *    was not set by RPA150, and is as disqualifying as a FAIL   *
      *****************************************************************
       R2501.
           MOVE  1 TO Z60-SUB.
       R2503.
           IF    Z60-SUB GREATER Z59-CNT
                 GO TO R2505.
           IF    Z56-MBR (Z60-SUB) EQUAL MBR108
           AND   Z57-LIB (Z60-SUB) EQUAL LIB108
                 MOVE Z58-APR (Z60-SUB) TO Z17-APR
                 GO TO R2505.
           ADD   1 TO Z60-SUB.
           GO TO R2503.
       R2505.
           IF    Z17-APR EQUAL SPACE
                 MOVE  '1' TO Z03-FAIL
                 MOVE 'OVERRIDE NOT SIGNED OFF IN RPA152' TO Z04-WHY.
       R2599.
           EXIT.

       R30 SECTION.
      *****************************************************************
      *    The finalization check - walk the merged output once:      *
           MOVE  Z05-CNT  TO CNT137.
           MOVE  Z07-REM  TO CHK137.
           MOVE  Z16-DATE TO DAT137.
           MOVE  Z17-APR  TO APR137.
           WRITE RPA137R.
       R4099.
           EXIT.
       R98 SECTION.
      *****************************************************************
      *    Initialize program - load the reconciliation results and   *
      *    the override approvers, and stamp the exception record     *
      *    once, as every RPA105 writer does.  The cycle is read      *
      *    first - a decision taken in an earlier cycle never signs   *
      *    off an override in this one                                *
      *****************************************************************
       R9801.
           MOVE  ZERO TO Z13-SHIP
           GO TO R9803.
       R9805.
           CLOSE RPA119.
           MOVE  1 TO Z15-CYC.
           OPEN  INPUT RPA103.
           MOVE  ZERO  TO Z01-EOF.
           AND   CYC103  GREATER ZERO
                 MOVE CYC103 TO Z15-CYC.
           CLOSE RPA103.
           MOVE  ZERO  TO Z59-CNT.
           OPEN  INPUT RPA152.
           MOVE  ZERO  TO Z01-EOF.
       R9807.
           READ  RPA152 AT END
                 MOVE '1' TO Z01-EOF.
           IF    Z01-EOF EQUAL '1'
                 GO TO R9811.
           IF    CYC152 NOT EQUAL Z15-CYC
                 GO TO R9807.
           IF    RES152 NOT EQUAL 'A'
                 GO TO R9807.
           MOVE  1 TO Z60-SUB.
       R9809.
           IF    Z60-SUB GREATER Z59-CNT
                 GO TO R9810.
           IF    Z56-MBR (Z60-SUB) EQUAL MBR152
           AND   Z57-LIB (Z60-SUB) EQUAL LIB152
                 GO TO R9810.
           ADD   1 TO Z60-SUB.
           GO TO R9809.
       R9810.
           IF    Z60-SUB GREATER Z59-CNT
           AND   Z59-CNT NOT LESS 500
                 GO TO R9807.
           IF    Z60-SUB GREATER Z59-CNT
                 ADD  1 TO Z59-CNT
                 MOVE MBR152 TO Z56-MBR (Z59-CNT)
                 MOVE LIB152 TO Z57-LIB (Z59-CNT).
           IF    DEC152 EQUAL 'A'
                 MOVE USR152 TO Z58-APR (Z60-SUB)
           ELSE
                 MOVE SPACE  TO Z58-APR (Z60-SUB).
           GO TO R9807.
       R9811.
           CLOSE RPA152.
           OPEN  EXTEND RPA105.
           MOVE  Z15-CYC  TO ODOBCY.
           MOVE  Z16-DATE TO ODOBDT.
           OPEN  OUTPUT RPA137.
