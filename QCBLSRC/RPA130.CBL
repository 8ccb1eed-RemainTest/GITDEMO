      *  Release:   1.1                                               *
      *                                                               *
      *    Runs the whole release chain - RPA126 pre-flight, RPA117   *
      *    merge driver, RPA119 reconciliation, RPA147 structural     *
      *    check, RPA121 finalization and RPA128 master cross-        *
      *    reference - as one job against one member list (RPA110),   *
      *    instead of six separately submitted jobs.  Each step's     *
      *    start, end and outcome is recorded in the pipeline status  *
      *    file (RPA104), and the chain stops at the first failed     *
      *    step: RPA126 ending with return code 8, or RPA119 writing  *
      *    a FAIL job total row.  The structural check does not stop  *
      *    the chain - it quarantines the members it finds broken in  *
      *    RPA108 and the others go on to finalization.               *
      *    When the job is resubmitted after a failure the status     *
      *    file says which steps already passed, and the chain        *
      *    resumes at the failed step instead of rerunning            *
      *    rerun on a resumption                                      *
      *****************************************************************
       01  B50-TABLE.
           03  B50-ENT  OCCURS 6.
               05  B51-STS                   PIC X(04).

      *****************************************************************
      *    Program run by each step - a status record is only taken   *
      *    for its step when it names that step's program, so a       *
      *    status file left by an earlier layout of the chain cannot  *
      *    pass a step it never ran                                   *
      *****************************************************************
       01  B52-NAMES.
           03  FILLER                        PIC X(10) VALUE 'RPA126'.
           03  FILLER                        PIC X(10) VALUE 'RPA117'.
           03  FILLER                        PIC X(10) VALUE 'RPA119'.
           03  FILLER                        PIC X(10) VALUE 'RPA147'.
           03  FILLER                        PIC X(10) VALUE 'RPA121'.
           03  FILLER                        PIC X(10) VALUE 'RPA128'.
       01  B52-TABLE REDEFINES B52-NAMES.
           03  B53-NAM  OCCURS 6             PIC X(10).
      *            Last record on the status file - a chain that      *
      *            ended with the cross-reference build passed        *
       01  B54-LAST.
           03  B55-LNAM                      PIC X(10).
           03  B56-LSTS                      PIC X(04).

      *****************************************************************
      *    Print lines                                                *
      *****************************************************************
           PERFORM R13.
           PERFORM R14.
           PERFORM R15.
           PERFORM R16.
           PERFORM R99.
       R0099.
           STOP RUN.

       R14 SECTION.
      *****************************************************************
      *    Step 4 - RPA147 structural check of the merged members.    *
      *    A broken member is quarantined, not a failed step          *
      *****************************************************************
       R1401.
           MOVE  4        TO B04-STP.
           MOVE  'RPA147'  TO B05-NAM.
           IF    B02-STOP EQUAL '1'
           OR    B51-STS (4) EQUAL 'PASS'
                 GO TO R1499.
           PERFORM R87.
           CALL 'RPA147'.
           MOVE  'PASS' TO B06-STS.
           PERFORM R88.
       R1499.

       R15 SECTION.
      *****************************************************************
      *    Step 5 - RPA121 finalization of the merged members         *
      *****************************************************************
       R1501.
           MOVE  5        TO B04-STP.
           MOVE  'RPA121'  TO B05-NAM.
           IF    B02-STOP EQUAL '1'
           OR    B51-STS (5) EQUAL 'PASS'
                 GO TO R1599.
           PERFORM R87.
           CALL 'RPA121'.
           MOVE  'PASS' TO B06-STS.
           PERFORM R88.
       R1599.
           EXIT.

       R16 SECTION.
      *****************************************************************
      *    Step 6 - RPA128 master cross-reference build               *
      *****************************************************************
       R1601.
           MOVE  6        TO B04-STP.
           MOVE  'RPA128'  TO B05-NAM.
           IF    B02-STOP EQUAL '1'
           OR    B51-STS (6) EQUAL 'PASS'
                 GO TO R1699.
           PERFORM R87.
           CALL 'RPA128'.
           MOVE  'PASS' TO B06-STS.
           PERFORM R88.
       R1699.
           EXIT.

       R20 SECTION.
      *****************************************************************
      *    Read the RPA119 report back for the job total row - a      *
                          B51-STS (2)
                          B51-STS (3)
                          B51-STS (4)
                          B51-STS (5)
                          B51-STS (6).
           MOVE  SPACE TO B54-LAST.
           OPEN  INPUT RPA104.
           MOVE  ZERO  TO B01-EOF.
       R9803.
                 MOVE '1' TO B01-EOF.
           IF    B01-EOF EQUAL '1'
                 GO TO R9805.
           MOVE  NAM104 TO B55-LNAM.
           MOVE  STS104 TO B56-LSTS.
           IF    STP104 NOT LESS 1
           AND   STP104 NOT GREATER 6
                 IF    NAM104 EQUAL B53-NAM (STP104)
                       MOVE STS104 TO B51-STS (STP104).
           GO TO R9803.
       R9805.
           CLOSE RPA104.
      *    The last step of the chain passed - whatever layout wrote
      *    the file, that run completed and this one starts fresh
           IF    B55-LNAM EQUAL B53-NAM (6)
           AND   B56-LSTS EQUAL 'PASS'
                 MOVE  SPACE TO B51-STS (1)
                                B51-STS (2)
                                B51-STS (3)
                                B51-STS (4)
                                B51-STS (5)
                                B51-STS (6).
           IF    B51-STS (1) NOT EQUAL 'PASS'
           OR    B51-STS (2) NOT EQUAL 'PASS'
           OR    B51-STS (3) NOT EQUAL 'PASS'
           OR    B51-STS (4) NOT EQUAL 'PASS'
           OR    B51-STS (5) NOT EQUAL 'PASS'
           OR    B51-STS (6) NOT EQUAL 'PASS'
                 IF   B51-STS (1) NOT EQUAL SPACE
                 OR   B51-STS (2) NOT EQUAL SPACE
                 OR   B51-STS (3) NOT EQUAL SPACE
                 OR   B51-STS (4) NOT EQUAL SPACE
                 OR   B51-STS (5) NOT EQUAL SPACE
                 OR   B51-STS (6) NOT EQUAL SPACE
                      MOVE '1' TO B03-RESUME.
      *    A fresh run starts a fresh status file - the step
      *    outcomes remembered above came from a fully passed run
                                B51-STS (3)
                                B51-STS (4)
                                B51-STS (5)
                                B51-STS (6)
                 OPEN  OUTPUT RPA104
           ELSE
                 OPEN  EXTEND RPA104.
