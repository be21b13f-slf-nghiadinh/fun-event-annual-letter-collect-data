      **            SPLIT INTO ONE RECORD PER CURRENCY, EACH         **
      **            CARRYING ONLY THAT CURRENCY'S POLICIES WITH THE  **
      **            TOTALS RECOMPUTED FROM THE PER-POLICY AMOUNTS.   **
      **                                                             **
      **            BOTH FEEDS ALSO GET THE OWNER'S LETTER LANGUAGE  **
      **            RESOLVED HERE, SINCE THIS IS THE ONE STEP THAT   **
      **            REWRITES EVERY CCWL4927 AND CCWL4929 RECORD: A   **
      **            CCWL4972 OVERRIDE FOR THE OWNER (LANGOVR, THE    **
      **            WL72VSAM UNLOAD) WINS, THEN THE EXTRACT'S        **
      **            OW-LANG-PREF-CD; ANYTHING BUT 'E' IS THE         **
      **            STANDARD LOCAL-LANGUAGE LETTER ('L').            **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04947**  22AUG2026 PHONGP MULTI-CURRENCY CONVERSION STEP            **
U04947**  01SEP2026 PHONGP RUN MANIFEST ENFORCEMENT (CCWB4957)       **
V04947**  01SEP2026 PHONGP PARALLEL STREAM SUPPORT (STEPCTL CARD)    **
W04947**  15OCT2026 PHONGP OWNER LANGUAGE PREFERENCE (CCWL4972)      **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4947.
               FILE STATUS IS B4947-BASECTL-STAT.
           SELECT STEPCTL   ASSIGN TO STEPCTL
               FILE STATUS IS B4947-STEPCTL-STAT.
           SELECT LANGOVR   ASSIGN TO LANGOVR
               FILE STATUS IS B4947-LANGOVR-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  FEEDIN
           05  B4947-STEP-KEYWORD                      PIC X(010).
           05  B4947-STEP-STREAM-NO                    PIC X(001).
           05  FILLER                                  PIC X(069).
       FD  LANGOVR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
           COPY CCWL4972.
       WORKING-STORAGE SECTION.
       77  B4947-FEEDIN-STAT                           PIC X(002).
       77  B4947-FEEDOUT-STAT                          PIC X(002).
       77  B4947-XRATETB-STAT                          PIC X(002).
       77  B4947-BASECTL-STAT                          PIC X(002).
       77  B4947-STEPCTL-STAT                          PIC X(002).
       77  B4947-LANGOVR-STAT                          PIC X(002).
       77  B4947-FEED-IN-CNT                           PIC S9(007) COMP.
       77  B4947-FEED-CONV-CNT                         PIC S9(007) COMP.
       77  B4947-FEED-BASE-CNT                         PIC S9(007) COMP.
       77  B4947-HH-IN-CNT                             PIC S9(007) COMP.
       77  B4947-HH-OUT-CNT                            PIC S9(007) COMP.
       77  B4947-HH-SPLIT-CNT                          PIC S9(007) COMP.
       77  B4947-FEED-ENG-CNT                          PIC S9(007) COMP.
       77  B4947-FEED-LANG-OVRD-CNT                    PIC S9(007) COMP.
       77  B4947-HH-ENG-CNT                            PIC S9(007) COMP.
       77  B4947-LANG-CNT                              PIC S9(005) COMP.
       77  B4947-LX                                    PIC S9(005) COMP.
       77  B4947-RATE-CNT                              PIC S9(004) COMP.
       77  B4947-RX                                    PIC S9(004) COMP.
       77  B4947-BEST-RX                               PIC S9(004) COMP.
           05  B4947-CCY-KNOWN-SW                      PIC X(001)
                                                       VALUE 'N'.
               88  B4947-CCY-KNOWN                     VALUE 'Y'.
           05  B4947-LANG-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4947-LANG-EOF                      VALUE 'Y'.
           05  B4947-LANG-HIT-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4947-LANG-HIT                      VALUE 'Y'.

       01  B4947-STREAM-NO                             PIC X(001).
       01  B4947-PRED-NM                               PIC X(012).
       01  B4947-BASE-CCY-CD                           PIC X(003).
       01  B4947-WORK-CCY-CD                           PIC X(003).
       01  B4947-POL-CCY-CD                            PIC X(003).
       01  B4947-WORK-CLI-ID                           PIC X(010).
       01  B4947-WORK-LANG-CD                          PIC X(001).
       01  B4947-HH-LANG-CD                            PIC X(001).

       01  B4947-AMT-WORK.
           05  B4947-AMT-X                             PIC X(025).
       01  B4947-DIST-TABLE.
           05  B4947-DIST-CCY-CD     OCCURS 20 TIMES  PIC X(003).

      *****************************************************************
      *  LANGUAGE OVERRIDES BY OWNER (CCWL4972) - ONLY THE OWNERS WHO *
      *  HAVE ASKED, SO A SMALL FILE, SEARCHED PER RECORD.            *
      *****************************************************************
       01  B4947-LANG-TABLE.
           05  B4947-LANG-ENT        OCCURS 5000 TIMES.
               10  B4947-L-OW-CLI-ID                   PIC X(010).
               10  B4947-L-LANG-CD                     PIC X(001).

      *****************************************************************
      *  THE FUND-STREAM COUNT DOES NOT PASS THROUGH THIS STEP; THE   *
      *  SUPPRESSION STEP'S RECORDED COUNT IS CARRIED FORWARD ON THE  *

      *****************************************************************
      *  1000-INITIALIZE - OPEN FILES, READ THE BASE-CURRENCY CARD,   *
      *  LOAD THE RATE AND LANGUAGE TABLES, PRIME THE FEEDS.          *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1010-READ-STREAM-CARD THRU 1010-EXIT.
                        B4947-HH-IN-CNT
                        B4947-HH-OUT-CNT
                        B4947-HH-SPLIT-CNT
                        B4947-FEED-ENG-CNT
                        B4947-FEED-LANG-OVRD-CNT
                        B4947-HH-ENG-CNT
                        B4947-LANG-CNT
                        B4947-RATE-CNT.
           OPEN INPUT  FEEDIN HHLTRIN XRATETB BASECTL LANGOVR.
           IF B4947-FEEDIN-STAT  NOT = '00'
           OR B4947-HHLTRIN-STAT NOT = '00'
           OR B4947-XRATETB-STAT NOT = '00'
           OR B4947-BASECTL-STAT NOT = '00'
           OR B4947-LANGOVR-STAT NOT = '00'
               MOVE 'OPEN INPUTS' TO B4947-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT FEEDOUT HHLTROUT.
           MOVE B4947-CTL-BASE-CCY TO B4947-BASE-CCY-CD.
           PERFORM 1200-LOAD-RATE THRU 1200-EXIT
               UNTIL B4947-XRATE-EOF.
           PERFORM 1300-LOAD-LANG-OVRD THRU 1300-EXIT
               UNTIL B4947-LANG-EOF.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
           PERFORM 8300-READ-HOUSEHOLD THRU 8300-EXIT.
       1000-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-LANG-OVRD - ONE CCWL4972 RECORD INTO THE IN-CORE   *
      *  TABLE.                                                       *
      *****************************************************************
       1300-LOAD-LANG-OVRD.
           READ LANGOVR
               AT END
                   SET B4947-LANG-EOF TO TRUE
                   GO TO 1300-EXIT.
           IF B4947-LANGOVR-STAT NOT = '00'
               MOVE 'READ LANGOVR' TO B4947-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4947-LANG-CNT = 5000
               MOVE 'LANG TABLE FULL' TO B4947-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4947-LANG-CNT.
           MOVE L4972-OW-CLI-ID  TO B4947-L-OW-CLI-ID (B4947-LANG-CNT).
           MOVE L4972-LANG-PREF-OVRD-CD
                                 TO B4947-L-LANG-CD (B4947-LANG-CNT).
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-FEED - ONE CCWL4927 RECORD.  EVERY SEGMENT OF A *
      *  POLICY CARRIES THE SAME CCY-INFO AND LANGUAGE.               *
      *****************************************************************
       2000-PROCESS-FEED.
           ADD 1 TO B4947-FEED-IN-CNT.
               ADD 1 TO B4947-FEED-BASE-CNT
           ELSE
               PERFORM 2100-CONVERT-RECORD THRU 2100-EXIT.
           MOVE L4927-OW-CLI-ID       TO B4947-WORK-CLI-ID.
           MOVE L4927-OW-LANG-PREF-CD TO B4947-WORK-LANG-CD.
           PERFORM 7200-RESOLVE-LANGUAGE THRU 7200-EXIT.
           MOVE B4947-WORK-LANG-CD    TO M4927-OW-LANG-PREF-CD.
           IF B4947-LANG-HIT
               ADD 1 TO B4947-FEED-LANG-OVRD-CNT.
           IF B4947-WORK-LANG-CD = 'E'
               ADD 1 TO B4947-FEED-ENG-CNT.
           WRITE M4927-DATA-INFO.
           IF B4947-FEEDOUT-STAT NOT = '00'
               MOVE 'WRITE FEEDOUT' TO B4947-ABEND-TXT

      *****************************************************************
      *  3000-PROCESS-HOUSEHOLD - ONE CCWL4929 RECORD: STAMP THE      *
      *  CURRENCY, OR SPLIT A MIXED HOUSEHOLD PER CURRENCY, AND THE   *
      *  OWNER'S LANGUAGE.                                            *
      *****************************************************************
       3000-PROCESS-HOUSEHOLD.
           ADD 1 TO B4947-HH-IN-CNT.
           MOVE L4929-OW-CLI-ID       TO B4947-WORK-CLI-ID.
           MOVE L4929-OW-LANG-PREF-CD TO B4947-WORK-LANG-CD.
           PERFORM 7200-RESOLVE-LANGUAGE THRU 7200-EXIT.
           MOVE B4947-WORK-LANG-CD    TO B4947-HH-LANG-CD.
           IF B4947-HH-LANG-CD = 'E'
               ADD 1 TO B4947-HH-ENG-CNT.
           PERFORM 3100-SCAN-CURRENCIES THRU 3100-EXIT.
           IF B4947-DIST-CNT > 1
               ADD 1 TO B4947-HH-SPLIT-CNT.
           MOVE ZERO   TO M4929-HH-POL-CNT.
           MOVE L4929-CURRENT-DT    TO M4929-CURRENT-DT.
           MOVE L4929-HH-OWNER-INFO TO M4929-HH-OWNER-INFO.
           MOVE B4947-HH-LANG-CD    TO M4929-OW-LANG-PREF-CD.
           MOVE B4947-DIST-CCY-CD (B4947-CX) TO M4929-HH-CCY-CD.
           MOVE ZERO TO B4947-TOT-TPREM-N
                        B4947-TOT-CASH-N
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  7200-RESOLVE-LANGUAGE - THE CCWL4972 OVERRIDE FOR            *
      *  B4947-WORK-CLI-ID WINS, THEN THE INCOMING CODE IN            *
      *  B4947-WORK-LANG-CD; ANYTHING BUT 'E' RESOLVES TO 'L'.        *
      *****************************************************************
       7200-RESOLVE-LANGUAGE.
           MOVE 'N' TO B4947-LANG-HIT-SW.
           IF B4947-WORK-CLI-ID NOT = SPACES
               PERFORM 7210-TEST-LANG-OVRD THRU 7210-EXIT
                   VARYING B4947-LX FROM 1 BY 1
                   UNTIL B4947-LX > B4947-LANG-CNT
                      OR B4947-LANG-HIT.
           IF B4947-WORK-LANG-CD NOT = 'E'
               MOVE 'L' TO B4947-WORK-LANG-CD.
       7200-EXIT.
           EXIT.

       7210-TEST-LANG-OVRD.
           IF B4947-L-OW-CLI-ID (B4947-LX) = B4947-WORK-CLI-ID
               MOVE B4947-L-LANG-CD (B4947-LX) TO B4947-WORK-LANG-CD
               SET B4947-LANG-HIT TO TRUE.
       7210-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-FEED - NEXT CCWL4927 RECORD OR EOF.                *
      *****************************************************************
      *  9000-TERMINATE - CONTROL COUNTS AND CLOSE.                   *
      *****************************************************************
       9000-TERMINATE.
           CLOSE FEEDIN FEEDOUT HHLTRIN HHLTROUT XRATETB BASECTL
                 LANGOVR.
           DISPLAY 'CCWB4947 FEED RECORDS READ         : '
                   B4947-FEED-IN-CNT.
           DISPLAY 'CCWB4947 BASE-CURRENCY RECORDS     : '
                   B4947-HH-OUT-CNT.
           DISPLAY 'CCWB4947 MIXED HOUSEHOLDS SPLIT    : '
                   B4947-HH-SPLIT-CNT.
           DISPLAY 'CCWB4947 LANGUAGE OVERRIDES LOADED : '
                   B4947-LANG-CNT.
           DISPLAY 'CCWB4947 RECORDS LANG OVERRIDDEN   : '
                   B4947-FEED-LANG-OVRD-CNT.
           DISPLAY 'CCWB4947 ENGLISH-LANGUAGE RECORDS  : '
                   B4947-FEED-ENG-CNT.
           DISPLAY 'CCWB4947 ENGLISH HOUSEHOLDS        : '
                   B4947-HH-ENG-CNT.
           MOVE 'W'                 TO L4958-FUNC-CD.
           MOVE B4947-PRED-NM       TO L4958-PRED-STEP-NM.
           MOVE 'YN'                TO L4958-CHK-CNT-IND.
                   ' STATS: ' B4947-FEEDIN-STAT ' '
                   B4947-FEEDOUT-STAT ' ' B4947-HHLTRIN-STAT ' '
                   B4947-HHLTROUT-STAT ' ' B4947-XRATETB-STAT ' '
                   B4947-BASECTL-STAT ' ' B4947-LANGOVR-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
