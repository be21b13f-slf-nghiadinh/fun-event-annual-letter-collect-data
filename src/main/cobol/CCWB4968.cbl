      *****************************************************************
      **  MEMBER :  CCWB4968                                         **
      **  REMARKS:  UPCOMING POLICY-YEAR EVENTS NOTICE EXTRACT       **
      **                                                             **
      **            RUNS AFTER THE BALANCING STEP (CCWB4948) HAS     **
      **            PROVED THE RUN, AGAINST THE SAME CCWL4927 FEED   **
      **            DOCID RECEIVES (THE ISSUANCE REGISTER CHECK'S    **
      **            OUTPUT, SORTED BY POL-ID / CVG-SEG-SEQ-NUM).     **
      **            FOR EVERY POLICY IT READS ALL COVERAGE SEGMENTS  **
      **            AND LISTS THE EVENTS THAT FALL IN THE COMING     **
      **            POLICY YEAR - AFTER L4927-POL-ANNV-DT, UP TO AND **
      **            INCLUDING THE SAME DATE ONE YEAR LATER:          **
      **              'CP' - L4927-CVG-PREM-CHNG-DT OF ANY COVERAGE  **
      **              'EP' - L4927-EE-PREM-CHNG-DT                   **
      **              'UL' - L4927-ZPOL-UW-LOAD-EXP-DT, WHEN A       **
      **                     LOADING (L4927-ZPOL-UW-LOAD-PREM) IS    **
      **                     BEING CHARGED                           **
      **              'RX' - L4927-CVG-MAT-XPRY-DT OF A RIDER (ANY   **
      **                     COVERAGE BUT THE FIRST OCCURRENCE OF    **
      **                     THE FIRST SEGMENT, WHICH IS THE BASE)   **
      **            OUTPUTS:                                         **
      **              EVTNTC - CCWL4968 NOTICE RECORDS, ONE PER      **
      **                       EVENT, IN DATE ORDER WITHIN POLICY,   **
      **                       FOR DOCID TO PRINT AS A LETTER INSERT **
      **              AGTEVT - CCWL4969 SERVICING-AGENT SUMMARY.  AN **
      **                       INTERNAL SORT REGROUPS THE POLICIES   **
      **                       WITH EVENTS BY L4927-AG-ID, AS THE    **
      **                       FOLLOW-UP EXTRACT (CCWB4945) DOES.    **
      **            A DATE THAT IS NOT A VALID YYYY-MM-DD IS NOT AN  **
      **            EVENT; IT IS COUNTED, NOT GUESSED AT.  A POLICY  **
      **            WITH MORE THAN 500 EVENTS KEEPS THE FIRST 500    **
      **            READ AND THE STEP ENDS RC 4.                     **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04968**  15OCT2026 PHONGP UPCOMING POLICY-YEAR EVENTS EXTRACT        **
U04968**  15OCT2026 PHONGP FEED NOW PROVED AGAINST CCWB4971          **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4968.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDIN    ASSIGN TO FEEDIN
               FILE STATUS IS B4968-FEEDIN-STAT.
           SELECT EVTNTC    ASSIGN TO EVTNTC
               FILE STATUS IS B4968-EVTNTC-STAT.
           SELECT AGTEVT    ASSIGN TO AGTEVT
               FILE STATUS IS B4968-AGTEVT-STAT.
           SELECT SORTWK    ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  FEEDIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4927.
       FD  EVTNTC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4968.
       FD  AGTEVT
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4969.
       SD  SORTWK.
       01  B4968-SORT-REC.
           05  B4968-S-AG-ID                           PIC X(006).
           05  B4968-S-POL-ID                          PIC X(010).
           05  B4968-S-OW-CLI-ID                       PIC X(010).
           05  B4968-S-OW-NM                           PIC X(100).
           05  B4968-S-POL-ANNV-DT                     PIC X(010).
           05  B4968-S-EVT-CNT                         PIC 9(003).
           05  B4968-S-NEXT-EVT-DT                     PIC X(010).
           05  B4968-S-NEXT-EVT-TYP-CD                 PIC X(002).
           05  B4968-S-CP-IND                          PIC X(001).
           05  B4968-S-EP-IND                          PIC X(001).
           05  B4968-S-UL-IND                          PIC X(001).
           05  B4968-S-RX-IND                          PIC X(001).
       WORKING-STORAGE SECTION.
       77  B4968-FEEDIN-STAT                           PIC X(002).
       77  B4968-EVTNTC-STAT                           PIC X(002).
       77  B4968-AGTEVT-STAT                           PIC X(002).
       77  B4968-FEED-IN-CNT                           PIC S9(007) COMP.
       77  B4968-POL-CNT                               PIC S9(007) COMP.
       77  B4968-EVT-POL-CNT                           PIC S9(007) COMP.
       77  B4968-NTC-CNT                               PIC S9(007) COMP.
       77  B4968-CP-CNT                                PIC S9(007) COMP.
       77  B4968-EP-CNT                                PIC S9(007) COMP.
       77  B4968-UL-CNT                                PIC S9(007) COMP.
       77  B4968-RX-CNT                                PIC S9(007) COMP.
       77  B4968-BAD-DT-CNT                            PIC S9(007) COMP.
       77  B4968-BAD-ANNV-CNT                          PIC S9(007) COMP.
       77  B4968-TBL-FULL-CNT                          PIC S9(007) COMP.
       77  B4968-AGENT-CNT                             PIC S9(007) COMP.
       77  B4968-AGTREC-CNT                            PIC S9(007) COMP.
       77  B4968-SEG-CNT                               PIC S9(003) COMP.
       77  B4968-CVG-MAX                               PIC S9(003) COMP.
       77  B4968-CX                                    PIC S9(003) COMP.
       77  B4968-EVT-CNT                               PIC S9(004) COMP.
       77  B4968-EX                                    PIC S9(004) COMP.
       77  B4968-INS-IDX                               PIC S9(004) COMP.
       77  B4968-POL-IDX                               PIC S9(003) COMP.
       77  B4968-YYYY-N                                PIC 9(004).
       77  B4968-ABEND-TXT                             PIC X(020).

       01  B4968-SWITCHES.
           05  B4968-FEED-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4968-FEED-EOF                      VALUE 'Y'.
           05  B4968-SORT-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4968-SORT-EOF                      VALUE 'Y'.
           05  B4968-ANNV-OK-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4968-ANNV-OK                       VALUE 'Y'.
           05  B4968-DT-OK-SW                          PIC X(001)
                                                       VALUE 'N'.
               88  B4968-DT-OK                         VALUE 'Y'.
           05  B4968-IN-WINDOW-SW                      PIC X(001)
                                                       VALUE 'N'.
               88  B4968-IN-WINDOW                     VALUE 'Y'.
           05  B4968-AMT-BAD-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4968-AMT-BAD                       VALUE 'Y'.

       01  B4968-CURR-POL-ID                           PIC X(010).
       01  B4968-CURR-AG-ID                            PIC X(006).
       01  B4968-RUN-DT                                PIC X(010).
       01  B4968-RUN-MONTH                             PIC X(006).
       01  B4968-SYS-DATE                              PIC 9(008).
       01  B4968-SYS-DATE-R REDEFINES B4968-SYS-DATE.
           05  B4968-SYS-YYYY                          PIC X(004).
           05  B4968-SYS-MM                            PIC X(002).
           05  B4968-SYS-DD                            PIC X(002).

      *    THE COMING POLICY YEAR: (WIN-FROM-DT, WIN-TO-DT], COMPARED
      *    AS YYYY-MM-DD TEXT.
       01  B4968-WINDOW.
           05  B4968-WIN-FROM-DT                       PIC X(010).
           05  B4968-WIN-TO-DT                         PIC X(010).
           05  B4968-WIN-TO-DT-R REDEFINES B4968-WIN-TO-DT.
               10  B4968-WIN-TO-YYYY                   PIC 9(004).
               10  FILLER                              PIC X(006).

       01  B4968-DT-X                                  PIC X(010).
       01  B4968-DT-R REDEFINES B4968-DT-X.
           05  B4968-DT-YYYY                           PIC X(004).
           05  B4968-DT-SEP-1                          PIC X(001).
           05  B4968-DT-MM                             PIC X(002).
           05  B4968-DT-SEP-2                          PIC X(001).
           05  B4968-DT-DD                             PIC X(002).

      *    POLICY-LEVEL DATA CAPTURED FROM THE FIRST SEGMENT.
       01  B4968-POL-HDR.
           05  B4968-H-POL-ID                          PIC X(010).
           05  B4968-H-POL-ANNV-DT                     PIC X(010).
           05  B4968-H-LETTER-TYP-CD                   PIC X(002).
           05  B4968-H-OW-CLI-ID                       PIC X(010).
           05  B4968-H-OW-NM                           PIC X(100).
           05  B4968-H-AG-ID                           PIC X(006).

      *    THE EVENT BEING ADDED TO THE POLICY'S TABLE.
       01  B4968-NEW-EVT.
           05  B4968-N-TYP-CD                          PIC X(002).
           05  B4968-N-DT                              PIC X(010).
           05  B4968-N-PLAN-ID                         PIC X(006).
           05  B4968-N-PLAN-NM                         PIC X(200).
           05  B4968-N-OLD-AMT                         PIC X(025).
           05  B4968-N-NEW-AMT                         PIC X(025).
           05  B4968-N-LOAD-AMT                        PIC X(025).

      *    THE POLICY'S EVENTS, KEPT IN DATE ORDER AS THEY ARE ADDED
      *    (EQUAL DATES STAY IN THE ORDER READ).
       01  B4968-EVT-TBL.
           05  B4968-EVT-T                 OCCURS 500 TIMES.
               10  B4968-E-TYP-CD                      PIC X(002).
               10  B4968-E-DT                          PIC X(010).
               10  B4968-E-PLAN-ID                     PIC X(006).
               10  B4968-E-PLAN-NM                     PIC X(200).
               10  B4968-E-OLD-AMT                     PIC X(025).
               10  B4968-E-NEW-AMT                     PIC X(025).
               10  B4968-E-LOAD-AMT                    PIC X(025).

       01  B4968-AMT-WORK.
           05  B4968-AMT-X                             PIC X(025).
           05  B4968-AMT-N                             PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4968-PREM-N                            PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4968-LOAD-N                            PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4968-AMT-ED                            PIC -(011)9.99.

           COPY CCWL4958.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - LIST EACH POLICY'S EVENTS, THEN SORT THE     *
      *  POLICIES WITH EVENTS BY AGENT AND GROUP THEM INTO CCWL4969.  *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORTWK
               ON ASCENDING KEY B4968-S-AG-ID
                                B4968-S-POL-ID
               INPUT  PROCEDURE IS 2000-BUILD-EVENTS
                               THRU 2000-BUILD-EXIT
               OUTPUT PROCEDURE IS 3000-GROUP-BY-AGENT
                               THRU 3000-GROUP-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - MANIFEST, OPEN FILES, STAMP RUN DATE,      *
      *  PRIME THE FEED.                                              *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 'CCWB4968' TO L4958-STEP-NM.
           MOVE 'S'        TO L4958-FUNC-CD.
           MOVE SPACES     TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
      *    THE FEED IS THE CCWB4971 DUPLICATE-GUARD OUTPUT AS BALANCED
      *    BY CCWB4948; ONLY A BALANCED RUN IS EXTRACTED, SO THE
      *    BALANCING STEP MUST HAVE COMPLETED.
           MOVE 'C'        TO L4958-FUNC-CD.
           MOVE 'CCWB4948' TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE ZERO TO B4968-FEED-IN-CNT
                        B4968-POL-CNT
                        B4968-EVT-POL-CNT
                        B4968-NTC-CNT
                        B4968-CP-CNT
                        B4968-EP-CNT
                        B4968-UL-CNT
                        B4968-RX-CNT
                        B4968-BAD-DT-CNT
                        B4968-BAD-ANNV-CNT
                        B4968-TBL-FULL-CNT
                        B4968-AGENT-CNT
                        B4968-AGTREC-CNT.
           OPEN INPUT  FEEDIN.
           IF B4968-FEEDIN-STAT NOT = '00'
               MOVE 'OPEN FEEDIN' TO B4968-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT EVTNTC AGTEVT.
           IF B4968-EVTNTC-STAT NOT = '00'
           OR B4968-AGTEVT-STAT NOT = '00'
               MOVE 'OPEN OUTPUTS' TO B4968-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ACCEPT B4968-SYS-DATE FROM DATE YYYYMMDD.
           STRING B4968-SYS-YYYY '-' B4968-SYS-MM '-' B4968-SYS-DD
               DELIMITED BY SIZE INTO B4968-RUN-DT.
           STRING B4968-SYS-YYYY B4968-SYS-MM
               DELIMITED BY SIZE INTO B4968-RUN-MONTH.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-BUILD-EVENTS - SORT INPUT PROCEDURE.  ONE POLICY AT A   *
      *  TIME: GATHER ITS EVENTS, WRITE ITS CCWL4968 NOTICES AND      *
      *  RELEASE ONE SUMMARY LINE WHEN IT HAS ANY.                    *
      *****************************************************************
       2000-BUILD-EVENTS.
           PERFORM 2100-PROCESS-POLICY THRU 2100-EXIT
               UNTIL B4968-FEED-EOF.
       2000-BUILD-EXIT.
           EXIT.

      *****************************************************************
      *  2100-PROCESS-POLICY - CAPTURE THE POLICY FROM ITS FIRST      *
      *  SEGMENT, SET THE WINDOW, SCAN EVERY SEGMENT.                 *
      *****************************************************************
       2100-PROCESS-POLICY.
           MOVE L4927-POL-ID TO B4968-CURR-POL-ID.
           ADD 1 TO B4968-POL-CNT.
           MOVE L4927-POL-ID         TO B4968-H-POL-ID.
           MOVE L4927-POL-ANNV-DT    TO B4968-H-POL-ANNV-DT.
           MOVE L4927-LETTER-TYP-CD  TO B4968-H-LETTER-TYP-CD.
           MOVE L4927-OW-CLI-ID      TO B4968-H-OW-CLI-ID.
           MOVE L4927-OW-NM          TO B4968-H-OW-NM.
           MOVE L4927-AG-ID          TO B4968-H-AG-ID.
           MOVE ZERO TO B4968-EVT-CNT
                        B4968-SEG-CNT.
           PERFORM 2110-SET-WINDOW THRU 2110-EXIT.
           IF NOT B4968-ANNV-OK
               ADD 1 TO B4968-BAD-ANNV-CNT
               PERFORM 2120-SKIP-SEGMENT THRU 2120-EXIT
                   UNTIL B4968-FEED-EOF
                      OR L4927-POL-ID NOT = B4968-CURR-POL-ID
               GO TO 2100-EXIT.
           PERFORM 2200-POLICY-EVENTS THRU 2200-EXIT.
           PERFORM 2300-SCAN-SEGMENT THRU 2300-EXIT
               UNTIL B4968-FEED-EOF
                  OR L4927-POL-ID NOT = B4968-CURR-POL-ID.
           IF B4968-EVT-CNT > 0
               ADD 1 TO B4968-EVT-POL-CNT
               PERFORM 2500-WRITE-NOTICES THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-SET-WINDOW - THE POLICY YEAR STARTING AT THE            *
      *  ANNIVERSARY.  AN UNUSABLE ANNIVERSARY DATE GIVES NO WINDOW.  *
      *****************************************************************
       2110-SET-WINDOW.
           MOVE 'N' TO B4968-ANNV-OK-SW.
           MOVE L4927-POL-ANNV-DT TO B4968-DT-X.
           PERFORM 7000-CHECK-DATE THRU 7000-EXIT.
           IF NOT B4968-DT-OK
               GO TO 2110-EXIT.
           MOVE L4927-POL-ANNV-DT TO B4968-WIN-FROM-DT
                                     B4968-WIN-TO-DT.
           MOVE B4968-DT-YYYY TO B4968-YYYY-N.
           ADD 1 TO B4968-YYYY-N.
           MOVE B4968-YYYY-N TO B4968-WIN-TO-YYYY.
           SET B4968-ANNV-OK TO TRUE.
       2110-EXIT.
           EXIT.

       2120-SKIP-SEGMENT.
           ADD 1 TO B4968-FEED-IN-CNT.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
       2120-EXIT.
           EXIT.

      *****************************************************************
      *  2200-POLICY-EVENTS - THE POLICY-LEVEL DATES, TAKEN FROM THE  *
      *  FIRST SEGMENT: EE PREMIUM CHANGE AND LOADING EXPIRY.         *
      *****************************************************************
       2200-POLICY-EVENTS.
           MOVE L4927-EE-PREM-CHNG-DT TO B4968-DT-X.
           PERFORM 7100-CHECK-WINDOW THRU 7100-EXIT.
           IF B4968-IN-WINDOW
               MOVE SPACES                  TO B4968-NEW-EVT
               MOVE 'EP'                    TO B4968-N-TYP-CD
               MOVE B4968-DT-X              TO B4968-N-DT
               MOVE L4927-POL-INST-PREM-AMT TO B4968-N-OLD-AMT
               PERFORM 2600-ADD-EVENT THRU 2600-EXIT
               ADD 1 TO B4968-EP-CNT.
           MOVE L4927-ZPOL-UW-LOAD-PREM TO B4968-AMT-X.
           PERFORM 7200-PARSE-AMOUNT THRU 7200-EXIT.
           IF B4968-AMT-N NOT > ZERO
               GO TO 2200-EXIT.
           MOVE B4968-AMT-N TO B4968-LOAD-N.
           MOVE L4927-ZPOL-UW-LOAD-EXP-DT TO B4968-DT-X.
           PERFORM 7100-CHECK-WINDOW THRU 7100-EXIT.
           IF NOT B4968-IN-WINDOW
               GO TO 2200-EXIT.
           MOVE SPACES                    TO B4968-NEW-EVT.
           MOVE 'UL'                      TO B4968-N-TYP-CD.
           MOVE B4968-DT-X                TO B4968-N-DT.
           MOVE L4927-POL-INST-PREM-AMT   TO B4968-N-OLD-AMT.
           MOVE L4927-ZPOL-UW-LOAD-PREM   TO B4968-N-LOAD-AMT.
      *    THE PREMIUM AFTER THE LOADING FALLS AWAY IS KNOWN ONLY
      *    WHEN THE CURRENT PREMIUM IS USABLE AND COVERS THE LOADING.
           MOVE L4927-POL-INST-PREM-AMT   TO B4968-AMT-X.
           PERFORM 7200-PARSE-AMOUNT THRU 7200-EXIT.
           IF NOT B4968-AMT-BAD
           AND L4927-POL-INST-PREM-AMT NOT = SPACES
           AND B4968-AMT-N NOT < B4968-LOAD-N
               COMPUTE B4968-PREM-N = B4968-AMT-N - B4968-LOAD-N
               MOVE B4968-PREM-N TO B4968-AMT-ED
               MOVE B4968-AMT-ED TO B4968-N-NEW-AMT.
           PERFORM 2600-ADD-EVENT THRU 2600-EXIT.
           ADD 1 TO B4968-UL-CNT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-SCAN-SEGMENT - EVERY COVERAGE OF THE CURRENT SEGMENT,   *
      *  THEN ON TO THE POLICY'S NEXT SEGMENT.                        *
      *****************************************************************
       2300-SCAN-SEGMENT.
           ADD 1 TO B4968-FEED-IN-CNT.
           ADD 1 TO B4968-SEG-CNT.
           MOVE ZERO TO B4968-CVG-MAX.
           IF L4927-CVG-CNT IS NUMERIC
               MOVE L4927-CVG-CNT TO B4968-CVG-MAX.
           IF B4968-CVG-MAX > 40
               MOVE 40 TO B4968-CVG-MAX.
           PERFORM 2310-SCAN-COVERAGE THRU 2310-EXIT
               VARYING B4968-CX FROM 1 BY 1
               UNTIL B4968-CX > B4968-CVG-MAX.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2310-SCAN-COVERAGE - PREMIUM CHANGE OF ANY COVERAGE; EXPIRY  *
      *  OF A RIDER (NOT THE BASE - FIRST SEGMENT, FIRST OCCURRENCE). *
      *****************************************************************
       2310-SCAN-COVERAGE.
           MOVE L4927-CVG-PREM-CHNG-DT (B4968-CX) TO B4968-DT-X.
           PERFORM 7100-CHECK-WINDOW THRU 7100-EXIT.
           IF B4968-IN-WINDOW
               MOVE SPACES TO B4968-NEW-EVT
               MOVE 'CP'   TO B4968-N-TYP-CD
               MOVE B4968-DT-X TO B4968-N-DT
               MOVE L4927-CVG-PLAN-ID (B4968-CX)
                   TO B4968-N-PLAN-ID
               MOVE L4927-CVG-RIDER-PLAN-NM (B4968-CX)
                   TO B4968-N-PLAN-NM
               MOVE L4927-CVG-MPREM-AMT (B4968-CX)
                   TO B4968-N-OLD-AMT
               PERFORM 2600-ADD-EVENT THRU 2600-EXIT
               ADD 1 TO B4968-CP-CNT.
           IF B4968-SEG-CNT = 1
           AND B4968-CX = 1
               GO TO 2310-EXIT.
           MOVE L4927-CVG-MAT-XPRY-DT (B4968-CX) TO B4968-DT-X.
           PERFORM 7100-CHECK-WINDOW THRU 7100-EXIT.
           IF NOT B4968-IN-WINDOW
               GO TO 2310-EXIT.
           MOVE SPACES TO B4968-NEW-EVT.
           MOVE 'RX'   TO B4968-N-TYP-CD.
           MOVE B4968-DT-X TO B4968-N-DT.
           MOVE L4927-CVG-PLAN-ID (B4968-CX)       TO B4968-N-PLAN-ID.
           MOVE L4927-CVG-RIDER-PLAN-NM (B4968-CX) TO B4968-N-PLAN-NM.
           MOVE L4927-CVG-MPREM-AMT (B4968-CX)     TO B4968-N-OLD-AMT.
           MOVE ZERO         TO B4968-AMT-ED.
           MOVE B4968-AMT-ED TO B4968-N-NEW-AMT.
           PERFORM 2600-ADD-EVENT THRU 2600-EXIT.
           ADD 1 TO B4968-RX-CNT.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-NOTICES - ONE CCWL4968 RECORD PER EVENT IN DATE   *
      *  ORDER, THEN RELEASE THE POLICY'S AGENT-SUMMARY LINE.         *
      *****************************************************************
       2500-WRITE-NOTICES.
           MOVE SPACES                TO B4968-SORT-REC.
           MOVE B4968-H-AG-ID         TO B4968-S-AG-ID.
           MOVE B4968-H-POL-ID        TO B4968-S-POL-ID.
           MOVE B4968-H-OW-CLI-ID     TO B4968-S-OW-CLI-ID.
           MOVE B4968-H-OW-NM         TO B4968-S-OW-NM.
           MOVE B4968-H-POL-ANNV-DT   TO B4968-S-POL-ANNV-DT.
           MOVE B4968-EVT-CNT         TO B4968-S-EVT-CNT.
           MOVE B4968-E-DT (1)        TO B4968-S-NEXT-EVT-DT.
           MOVE B4968-E-TYP-CD (1)    TO B4968-S-NEXT-EVT-TYP-CD.
           MOVE 'N' TO B4968-S-CP-IND
                       B4968-S-EP-IND
                       B4968-S-UL-IND
                       B4968-S-RX-IND.
           PERFORM 2510-WRITE-ONE-NOTICE THRU 2510-EXIT
               VARYING B4968-EX FROM 1 BY 1
               UNTIL B4968-EX > B4968-EVT-CNT.
           RELEASE B4968-SORT-REC.
       2500-EXIT.
           EXIT.

       2510-WRITE-ONE-NOTICE.
           MOVE SPACES                   TO L4968-DATA-INFO.
           MOVE B4968-H-POL-ID           TO L4968-POL-ID.
           MOVE B4968-H-POL-ANNV-DT      TO L4968-POL-ANNV-DT.
           MOVE B4968-H-LETTER-TYP-CD    TO L4968-LETTER-TYP-CD.
           MOVE B4968-H-OW-CLI-ID        TO L4968-OW-CLI-ID.
           MOVE B4968-H-OW-NM            TO L4968-OW-NM.
           MOVE B4968-H-AG-ID            TO L4968-AG-ID.
           MOVE B4968-EX                 TO L4968-EVT-SEQ-NUM.
           MOVE B4968-E-TYP-CD (B4968-EX)
               TO L4968-EVT-TYP-CD.
           MOVE B4968-E-DT (B4968-EX)    TO L4968-EVT-DT.
           MOVE B4968-E-PLAN-ID (B4968-EX)
               TO L4968-CVG-PLAN-ID.
           MOVE B4968-E-PLAN-NM (B4968-EX)
               TO L4968-CVG-RIDER-PLAN-NM.
           MOVE B4968-E-OLD-AMT (B4968-EX)
               TO L4968-OLD-AMT.
           MOVE B4968-E-NEW-AMT (B4968-EX)
               TO L4968-NEW-AMT.
           MOVE B4968-E-LOAD-AMT (B4968-EX)
               TO L4968-LOAD-PREM-AMT.
           WRITE L4968-DATA-INFO.
           IF B4968-EVTNTC-STAT NOT = '00'
               MOVE 'WRITE EVTNTC' TO B4968-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4968-NTC-CNT.
           EVALUATE B4968-E-TYP-CD (B4968-EX)
               WHEN 'CP'  MOVE 'Y' TO B4968-S-CP-IND
               WHEN 'EP'  MOVE 'Y' TO B4968-S-EP-IND
               WHEN 'UL'  MOVE 'Y' TO B4968-S-UL-IND
               WHEN 'RX'  MOVE 'Y' TO B4968-S-RX-IND
           END-EVALUATE.
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  2600-ADD-EVENT - INSERT B4968-NEW-EVT INTO THE POLICY'S      *
      *  TABLE IN DATE ORDER, AFTER ANY EVENT OF THE SAME DATE.       *
      *****************************************************************
       2600-ADD-EVENT.
           IF B4968-EVT-CNT = 500
               ADD 1 TO B4968-TBL-FULL-CNT
               DISPLAY 'CCWB4968 EVENT TABLE FULL - POLICY '
                       B4968-H-POL-ID ' EVENT ' B4968-N-TYP-CD
                       ' ' B4968-N-DT ' NOT LISTED'
               GO TO 2600-EXIT.
           ADD 1 TO B4968-EVT-CNT.
           MOVE B4968-EVT-CNT TO B4968-INS-IDX.
           PERFORM 2610-SHIFT-UP THRU 2610-EXIT
               UNTIL B4968-INS-IDX = 1
                  OR B4968-E-DT (B4968-INS-IDX - 1)
                     NOT > B4968-N-DT.
           MOVE B4968-N-TYP-CD   TO B4968-E-TYP-CD (B4968-INS-IDX).
           MOVE B4968-N-DT       TO B4968-E-DT (B4968-INS-IDX).
           MOVE B4968-N-PLAN-ID  TO B4968-E-PLAN-ID (B4968-INS-IDX).
           MOVE B4968-N-PLAN-NM  TO B4968-E-PLAN-NM (B4968-INS-IDX).
           MOVE B4968-N-OLD-AMT  TO B4968-E-OLD-AMT (B4968-INS-IDX).
           MOVE B4968-N-NEW-AMT  TO B4968-E-NEW-AMT (B4968-INS-IDX).
           MOVE B4968-N-LOAD-AMT TO B4968-E-LOAD-AMT (B4968-INS-IDX).
       2600-EXIT.
           EXIT.

       2610-SHIFT-UP.
           MOVE B4968-EVT-T (B4968-INS-IDX - 1)
               TO B4968-EVT-T (B4968-INS-IDX).
           SUBTRACT 1 FROM B4968-INS-IDX.
       2610-EXIT.
           EXIT.

      *****************************************************************
      *  3000-GROUP-BY-AGENT - SORT OUTPUT PROCEDURE.  CONTROL BREAK  *
      *  ON AG-ID; PAST 200 POLICIES THE RECORD OVERFLOWS INTO A      *
      *  FURTHER CCWL4969 RECORD FOR THE SAME AGENT.                  *
      *****************************************************************
       3000-GROUP-BY-AGENT.
           MOVE LOW-VALUES TO B4968-CURR-AG-ID.
           MOVE ZERO   TO B4968-POL-IDX.
           MOVE ZERO   TO L4969-AG-EVT-CNT.
           PERFORM 8400-RETURN-SORT THRU 8400-EXIT.
           PERFORM 3100-GROUP-ONE-LINE THRU 3100-EXIT
               UNTIL B4968-SORT-EOF.
           IF B4968-POL-IDX > 0
               PERFORM 3200-WRITE-AGENT-REC THRU 3200-EXIT.
       3000-GROUP-EXIT.
           EXIT.

       3100-GROUP-ONE-LINE.
           IF B4968-S-AG-ID NOT = B4968-CURR-AG-ID
               IF B4968-POL-IDX > 0
                   PERFORM 3200-WRITE-AGENT-REC THRU 3200-EXIT
               END-IF
               MOVE B4968-S-AG-ID TO B4968-CURR-AG-ID
               ADD 1 TO B4968-AGENT-CNT.
           IF B4968-POL-IDX = 200
               PERFORM 3200-WRITE-AGENT-REC THRU 3200-EXIT.
           ADD 1 TO B4968-POL-IDX.
           MOVE B4968-POL-IDX TO L4969-AG-POL-CNT.
           ADD B4968-S-EVT-CNT TO L4969-AG-EVT-CNT.
           MOVE B4968-S-POL-ID
               TO L4969-POL-ID (B4968-POL-IDX).
           MOVE B4968-S-OW-CLI-ID
               TO L4969-OW-CLI-ID (B4968-POL-IDX).
           MOVE B4968-S-OW-NM
               TO L4969-OW-NM (B4968-POL-IDX).
           MOVE B4968-S-POL-ANNV-DT
               TO L4969-POL-ANNV-DT (B4968-POL-IDX).
           MOVE B4968-S-EVT-CNT
               TO L4969-POL-EVT-CNT (B4968-POL-IDX).
           MOVE B4968-S-NEXT-EVT-DT
               TO L4969-NEXT-EVT-DT (B4968-POL-IDX).
           MOVE B4968-S-NEXT-EVT-TYP-CD
               TO L4969-NEXT-EVT-TYP-CD (B4968-POL-IDX).
           MOVE B4968-S-CP-IND
               TO L4969-CVG-PREM-CHNG-IND (B4968-POL-IDX).
           MOVE B4968-S-EP-IND
               TO L4969-EE-PREM-CHNG-IND (B4968-POL-IDX).
           MOVE B4968-S-UL-IND
               TO L4969-UW-LOAD-EXP-IND (B4968-POL-IDX).
           MOVE B4968-S-RX-IND
               TO L4969-RIDER-XPRY-IND (B4968-POL-IDX).
           PERFORM 8400-RETURN-SORT THRU 8400-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-WRITE-AGENT-REC - CUT THE CCWL4969 RECORD FOR THE       *
      *  POLICIES GATHERED SO FAR AND RESET THE TABLE.                *
      *****************************************************************
       3200-WRITE-AGENT-REC.
           MOVE B4968-CURR-AG-ID TO L4969-AG-ID.
           MOVE B4968-RUN-MONTH  TO L4969-RUN-MONTH.
           MOVE B4968-RUN-DT     TO L4969-RUN-DT.
           MOVE B4968-POL-IDX    TO L4969-AG-POL-CNT.
           WRITE L4969-DATA-INFO.
           IF B4968-AGTEVT-STAT NOT = '00'
               MOVE 'WRITE AGTEVT' TO B4968-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4968-AGTREC-CNT.
           MOVE ZERO TO B4968-POL-IDX.
           MOVE ZERO TO L4969-AG-EVT-CNT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  7000-CHECK-DATE - B4968-DT-OK WHEN B4968-DT-X IS A          *
      *  YYYY-MM-DD DATE (MONTH 01-12, DAY 01-31).                    *
      *****************************************************************
       7000-CHECK-DATE.
           MOVE 'N' TO B4968-DT-OK-SW.
           IF B4968-DT-YYYY IS NOT NUMERIC
           OR B4968-DT-MM   IS NOT NUMERIC
           OR B4968-DT-DD   IS NOT NUMERIC
           OR B4968-DT-SEP-1 NOT = '-'
           OR B4968-DT-SEP-2 NOT = '-'
               GO TO 7000-EXIT.
           IF B4968-DT-MM < '01' OR B4968-DT-MM > '12'
           OR B4968-DT-DD < '01' OR B4968-DT-DD > '31'
               GO TO 7000-EXIT.
           SET B4968-DT-OK TO TRUE.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7100-CHECK-WINDOW - B4968-IN-WINDOW WHEN B4968-DT-X FALLS IN *
      *  THE COMING POLICY YEAR.  BLANK IS NO EVENT; ANY OTHER        *
      *  UNUSABLE DATE IS COUNTED.                                    *
      *****************************************************************
       7100-CHECK-WINDOW.
           MOVE 'N' TO B4968-IN-WINDOW-SW.
           IF B4968-DT-X = SPACES
               GO TO 7100-EXIT.
           PERFORM 7000-CHECK-DATE THRU 7000-EXIT.
           IF NOT B4968-DT-OK
               ADD 1 TO B4968-BAD-DT-CNT
               GO TO 7100-EXIT.
           IF B4968-DT-X > B4968-WIN-FROM-DT
           AND B4968-DT-X NOT > B4968-WIN-TO-DT
               SET B4968-IN-WINDOW TO TRUE.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  7200-PARSE-AMOUNT - B4968-AMT-X TO B4968-AMT-N.  SPACES ARE  *
      *  ZERO; UNPARSEABLE SETS B4968-AMT-BAD AND GIVES ZERO.         *
      *****************************************************************
       7200-PARSE-AMOUNT.
           MOVE 'N' TO B4968-AMT-BAD-SW.
           IF B4968-AMT-X = SPACES
               MOVE ZERO TO B4968-AMT-N
               GO TO 7200-EXIT.
           IF FUNCTION TEST-NUMVAL (B4968-AMT-X) NOT = ZERO
               MOVE ZERO TO B4968-AMT-N
               SET B4968-AMT-BAD TO TRUE
               GO TO 7200-EXIT.
           COMPUTE B4968-AMT-N = FUNCTION NUMVAL (B4968-AMT-X).
       7200-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-FEED - NEXT CCWL4927 RECORD OR EOF.                *
      *****************************************************************
       8100-READ-FEED.
           READ FEEDIN
               AT END
                   SET B4968-FEED-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4927-POL-ID
                   GO TO 8100-EXIT.
           IF B4968-FEEDIN-STAT NOT = '00'
               MOVE 'READ FEEDIN' TO B4968-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8400-RETURN-SORT - NEXT SORTED SUMMARY LINE OR EOF.          *
      *****************************************************************
       8400-RETURN-SORT.
           RETURN SORTWK
               AT END
                   SET B4968-SORT-EOF TO TRUE.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CONTROL COUNTS, MANIFEST, CLOSE.            *
      *****************************************************************
       9000-TERMINATE.
           CLOSE FEEDIN EVTNTC AGTEVT.
           DISPLAY 'CCWB4968 FEED RECORDS READ         : '
                   B4968-FEED-IN-CNT.
           DISPLAY 'CCWB4968 POLICIES READ             : '
                   B4968-POL-CNT.
           DISPLAY 'CCWB4968 POLICIES WITH EVENTS      : '
                   B4968-EVT-POL-CNT.
           DISPLAY 'CCWB4968 CCWL4968 NOTICES WRITTEN  : '
                   B4968-NTC-CNT.
           DISPLAY 'CCWB4968   COVERAGE PREMIUM CHANGE : '
                   B4968-CP-CNT.
           DISPLAY 'CCWB4968   EE PREMIUM CHANGE       : '
                   B4968-EP-CNT.
           DISPLAY 'CCWB4968   UW LOADING EXPIRY       : '
                   B4968-UL-CNT.
           DISPLAY 'CCWB4968   RIDER EXPIRY            : '
                   B4968-RX-CNT.
           DISPLAY 'CCWB4968 EVENTS NOT LISTED (FULL)  : '
                   B4968-TBL-FULL-CNT.
           DISPLAY 'CCWB4968 UNUSABLE EVENT DATES      : '
                   B4968-BAD-DT-CNT.
           DISPLAY 'CCWB4968 UNUSABLE ANNIVERSARY DATES: '
                   B4968-BAD-ANNV-CNT.
           DISPLAY 'CCWB4968 AGENTS ON SUMMARY         : '
                   B4968-AGENT-CNT.
           DISPLAY 'CCWB4968 CCWL4969 RECORDS WRITTEN  : '
                   B4968-AGTREC-CNT.
           MOVE 'W'               TO L4958-FUNC-CD.
           MOVE 'CCWB4971'        TO L4958-PRED-STEP-NM.
           MOVE 'YN'              TO L4958-CHK-CNT-IND.
           MOVE B4968-FEED-IN-CNT TO L4958-IN-CNT.
           MOVE B4968-NTC-CNT     TO L4958-OUT-CNT.
           MOVE ZERO              TO L4958-IN-CNT-2
                                     L4958-OUT-CNT-2.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           IF B4968-TBL-FULL-CNT > 0
               MOVE 4 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL I/O ERROR.                                *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4968 ABEND - ' B4968-ABEND-TXT
                   ' STATS: ' B4968-FEEDIN-STAT ' '
                   B4968-EVTNTC-STAT ' ' B4968-AGTEVT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
