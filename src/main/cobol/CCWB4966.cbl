      *****************************************************************
      **  MEMBER :  CCWB4966                                         **
      **  REMARKS:  ANNUAL LETTER VALUATION HOLD FINANCE RELEASE     **
      **                                                             **
      **            APPLIES FINANCE'S CLEARANCES TO THE CCWL4966     **
      **            HOLD MASTER WRITTEN BY THE VALUATION             **
      **            RECONCILIATION (CCWB4965).  EACH RLSEREQ CARD    **
      **            NAMES A HELD POLICY ANNIVERSARY THAT FINANCE HAS **
      **            INVESTIGATED AND ACCEPTED: THE HOLD RECORD IS    **
      **            FLIPPED FROM 'H' TO 'C' WITH WHO CLEARED IT,     **
      **            WHEN AND WHY, AND THE POLICY IS WRITTEN ONCE TO  **
      **            THE RELEASE SELECT FILE (RLSEPOLS).  RLSEPOLS    **
      **            DRIVES THE EXTRACT JOB STEP IN SELECTED-POLICY   **
      **            MODE, THE SAME WAY AS THE REJECT REWORK SELECT   **
      **            FILE FROM CCWB4942, SO THE CLEARED LETTERS RIDE  **
      **            A LATER RUN; CCWB4965 SENDS A 'C' ANNIVERSARY    **
      **            WITHOUT RE-HOLDING IT AND MARKS IT 'R'.          **
      **                                                             **
      **            A CARD FOR A POLICY ANNIVERSARY WITH NO HOLD     **
      **            RECORD, OR ONE NOT AT 'H', IS REFUSED AND LISTED **
      **            ON THE RELEASE REPORT; RETURN CODE 4 THEN TELLS  **
      **            OPS TO GO BACK TO FINANCE.                       **
      **                                                             **
      **            HOLDIN MUST BE SORTED BY L4966-POL-ID,           **
      **            L4966-POL-ANNV-DT AND RLSEREQ BY POLICY AND      **
      **            ANNIVERSARY.  THE FULL MASTER IS COPIED TO       **
      **            HOLDOUT.                                         **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04966**  15OCT2026 PHONGP VALUATION HOLD FINANCE CLEARANCE          **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4966.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDIN    ASSIGN TO HOLDIN
               FILE STATUS IS B4966-HOLDIN-STAT.
           SELECT HOLDOUT   ASSIGN TO HOLDOUT
               FILE STATUS IS B4966-HOLDOUT-STAT.
           SELECT RLSEREQ   ASSIGN TO RLSEREQ
               FILE STATUS IS B4966-RLSEREQ-STAT.
           SELECT RLSEPOLS  ASSIGN TO RLSEPOLS
               FILE STATUS IS B4966-RLSEPOLS-STAT.
           SELECT RLSERPT   ASSIGN TO RLSERPT
               FILE STATUS IS B4966-RLSERPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLDIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
       01  B4966-HOLDIN-REC                            PIC X(220).
       FD  HOLDOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
       01  B4966-HOLDOUT-REC                           PIC X(220).
      *****************************************************************
      *  FINANCE CLEARANCE CARD - ONE PER HELD POLICY ANNIVERSARY.    *
      *****************************************************************
       FD  RLSEREQ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  B4966-REQ-REC.
           05  B4966-REQ-KEY.
               10  B4966-REQ-POL-ID                    PIC X(010).
               10  B4966-REQ-POL-ANNV-DT               PIC X(010).
           05  B4966-REQ-CLEAR-BY-ID                   PIC X(008).
           05  B4966-REQ-CLEAR-NOTE-TXT                PIC X(040).
           05  FILLER                                  PIC X(012).
      *****************************************************************
      *  RELEASE SELECT FILE - SAME LAYOUT AS THE CCWB4942 REWORK     *
      *  SELECT FILE; READ BY THE EXTRACT JOB STEP IN SELECTED-POLICY *
      *  MODE.  THE THIRD FIELD CARRIES THE HOLD REASON.              *
      *****************************************************************
       FD  RLSEPOLS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS.
       01  B4966-RLSE-REC.
           05  B4966-RLSE-POL-ID                       PIC X(010).
           05  B4966-RLSE-LETTER-TYP-CD                PIC X(002).
           05  B4966-RLSE-HOLD-RSN-CD                  PIC X(004).
           05  B4966-RLSE-CLEAR-DT                     PIC X(010).
           05  FILLER                                  PIC X(014).
       FD  RLSERPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  B4966-RPT-REC                               PIC X(132).
       WORKING-STORAGE SECTION.
       77  B4966-HOLDIN-STAT                           PIC X(002).
       77  B4966-HOLDOUT-STAT                          PIC X(002).
       77  B4966-RLSEREQ-STAT                          PIC X(002).
       77  B4966-RLSEPOLS-STAT                         PIC X(002).
       77  B4966-RLSERPT-STAT                          PIC X(002).
       77  B4966-HOLD-READ-CNT                         PIC S9(007) COMP.
       77  B4966-HOLD-WRITE-CNT                        PIC S9(007) COMP.
       77  B4966-REQ-READ-CNT                          PIC S9(007) COMP.
       77  B4966-CLEAR-CNT                             PIC S9(007) COMP.
       77  B4966-REFUSE-CNT                            PIC S9(007) COMP.
       77  B4966-SELECT-CNT                            PIC S9(007) COMP.
       77  B4966-ABEND-TXT                             PIC X(020).

       01  B4966-SWITCHES.
           05  B4966-HOLD-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4966-HOLD-EOF                      VALUE 'Y'.
           05  B4966-REQ-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4966-REQ-EOF                       VALUE 'Y'.

       01  B4966-CONTROL-KEYS.
           05  B4966-HOLD-KEY.
               10  B4966-HOLD-POL-ID                   PIC X(010).
               10  B4966-HOLD-POL-ANNV-DT              PIC X(010).
           05  B4966-PREV-REQ-KEY                      PIC X(020).
           05  B4966-PREV-SEL-POL-ID                   PIC X(010).

       01  B4966-RUN-DT                                PIC X(010).
       01  B4966-SYS-DATE                              PIC 9(008).
       01  B4966-SYS-DATE-R REDEFINES B4966-SYS-DATE.
           05  B4966-SYS-YYYY                          PIC X(004).
           05  B4966-SYS-MM                            PIC X(002).
           05  B4966-SYS-DD                            PIC X(002).

       01  B4966-RPT-HDG-1.
           05  FILLER                                  PIC X(030)
               VALUE 'CCWB4966  VALUATION HOLD -    '.
           05  FILLER                                  PIC X(022)
               VALUE ' FINANCE RELEASE      '.
           05  FILLER                                  PIC X(008)
               VALUE 'RUN DATE'.
           05  FILLER                                  PIC X(001).
           05  B4966-HDG-RUN-DT                        PIC X(010).
           05  FILLER                                  PIC X(061)
               VALUE SPACES.
       01  B4966-RPT-HDG-2.
           05  FILLER                                  PIC X(011)
               VALUE 'POL-ID     '.
           05  FILLER                                  PIC X(011)
               VALUE 'ANNV-DT    '.
           05  FILLER                                  PIC X(005)
               VALUE 'RSN  '.
           05  FILLER                                  PIC X(009)
               VALUE 'CLEARED  '.
           05  FILLER                                  PIC X(041)
               VALUE 'RESULT'.
           05  FILLER                                  PIC X(055)
               VALUE 'FINANCE NOTE'.
       01  B4966-RPT-DTL.
           05  B4966-DTL-POL-ID                        PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4966-DTL-POL-ANNV-DT                   PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4966-DTL-HOLD-RSN-CD                   PIC X(004).
           05  FILLER                                  PIC X(001).
           05  B4966-DTL-CLEAR-BY-ID                   PIC X(008).
           05  FILLER                                  PIC X(001).
           05  B4966-DTL-RESULT-TXT                    PIC X(040).
           05  FILLER                                  PIC X(001).
           05  B4966-DTL-CLEAR-NOTE-TXT                PIC X(040).
           05  FILLER                                  PIC X(015).
       01  B4966-RPT-TOT.
           05  FILLER                                  PIC X(024)
               VALUE 'HOLDS CLEARED          :'.
           05  FILLER                                  PIC X(001).
           05  B4966-TOT-CLEAR-CNT                     PIC ZZZ,ZZ9.
           05  FILLER                                  PIC X(004).
           05  FILLER                                  PIC X(024)
               VALUE 'REQUESTS REFUSED       :'.
           05  FILLER                                  PIC X(001).
           05  B4966-TOT-REFUSE-CNT                    PIC ZZZ,ZZ9.
           05  FILLER                                  PIC X(064)
               VALUE SPACES.

           COPY CCWL4966.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - MATCH THE CLEARANCE CARDS TO THE MASTER.     *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MATCH-HOLD THRU 2000-EXIT
               UNTIL B4966-HOLD-EOF AND B4966-REQ-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - OPEN FILES, STAMP RUN DATE, PRIME READS.   *
      *****************************************************************
       1000-INITIALIZE.
           MOVE ZERO TO B4966-HOLD-READ-CNT
                        B4966-HOLD-WRITE-CNT
                        B4966-REQ-READ-CNT
                        B4966-CLEAR-CNT
                        B4966-REFUSE-CNT
                        B4966-SELECT-CNT.
           OPEN INPUT  HOLDIN RLSEREQ.
           IF B4966-HOLDIN-STAT  NOT = '00'
           OR B4966-RLSEREQ-STAT NOT = '00'
               MOVE 'OPEN INPUTS' TO B4966-ABEND-TXT
               GO TO 1000-ABEND.
           OPEN OUTPUT HOLDOUT RLSEPOLS RLSERPT.
           IF B4966-HOLDOUT-STAT  NOT = '00'
           OR B4966-RLSEPOLS-STAT NOT = '00'
           OR B4966-RLSERPT-STAT  NOT = '00'
               MOVE 'OPEN OUTPUTS' TO B4966-ABEND-TXT
               GO TO 1000-ABEND.
           ACCEPT B4966-SYS-DATE FROM DATE YYYYMMDD.
           STRING B4966-SYS-YYYY '-' B4966-SYS-MM '-' B4966-SYS-DD
               DELIMITED BY SIZE INTO B4966-RUN-DT.
           MOVE B4966-RUN-DT TO B4966-HDG-RUN-DT.
           WRITE B4966-RPT-REC FROM B4966-RPT-HDG-1
               AFTER ADVANCING 1 LINE.
           WRITE B4966-RPT-REC FROM B4966-RPT-HDG-2
               AFTER ADVANCING 2 LINES.
           MOVE LOW-VALUES TO B4966-PREV-REQ-KEY.
           MOVE SPACES     TO B4966-PREV-SEL-POL-ID.
           PERFORM 8100-READ-HOLD THRU 8100-EXIT.
           PERFORM 8200-READ-REQ THRU 8200-EXIT.
           GO TO 1000-EXIT.
       1000-ABEND.
           PERFORM 9999-ABEND THRU 9999-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-MATCH-HOLD - LOWER KEY GOES FIRST.  A HOLD RECORD WITH  *
      *  NO CARD IS COPIED AS IT IS; A CARD WITH NO HOLD RECORD IS    *
      *  REFUSED.  A MATCHED HOLD RECORD STAYS CURRENT UNTIL ITS KEY  *
      *  IS PASSED, SO A DUPLICATE CARD IS REFUSED AS ALREADY 'C'.    *
      *****************************************************************
       2000-MATCH-HOLD.
           IF B4966-HOLD-KEY < B4966-REQ-KEY
               PERFORM 8300-WRITE-HOLD THRU 8300-EXIT
               PERFORM 8100-READ-HOLD THRU 8100-EXIT
               GO TO 2000-EXIT.
           IF B4966-HOLD-KEY = B4966-REQ-KEY
               PERFORM 2100-APPLY-CLEARANCE THRU 2100-EXIT
           ELSE
               MOVE SPACES TO B4966-DTL-HOLD-RSN-CD
               MOVE 'REFUSED - NO HOLD RECORD FOR ANNIVERSARY'
                   TO B4966-DTL-RESULT-TXT
               ADD 1 TO B4966-REFUSE-CNT
               PERFORM 8500-WRITE-DTL THRU 8500-EXIT.
           PERFORM 8200-READ-REQ THRU 8200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-APPLY-CLEARANCE - ONLY A RECORD STILL HELD CAN BE       *
      *  CLEARED.                                                     *
      *****************************************************************
       2100-APPLY-CLEARANCE.
           MOVE L4966-HOLD-RSN-CD TO B4966-DTL-HOLD-RSN-CD.
           EVALUATE L4966-HOLD-STAT-CD
               WHEN 'H'
                   MOVE 'C'                      TO L4966-HOLD-STAT-CD
                   MOVE B4966-REQ-CLEAR-BY-ID    TO L4966-CLEAR-BY-ID
                   MOVE B4966-RUN-DT             TO L4966-CLEAR-DT
                   MOVE B4966-REQ-CLEAR-NOTE-TXT TO L4966-CLEAR-NOTE-TXT
                   ADD 1 TO B4966-CLEAR-CNT
                   MOVE 'CLEARED - SELECTED FOR RE-EXTRACT'
                       TO B4966-DTL-RESULT-TXT
                   IF L4966-POL-ID NOT = B4966-PREV-SEL-POL-ID
                       PERFORM 8400-WRITE-RLSEPOLS THRU 8400-EXIT
                   END-IF
               WHEN 'C'
                   ADD 1 TO B4966-REFUSE-CNT
                   MOVE 'REFUSED - ALREADY CLEARED'
                       TO B4966-DTL-RESULT-TXT
               WHEN OTHER
                   ADD 1 TO B4966-REFUSE-CNT
                   MOVE 'REFUSED - LETTER ALREADY RELEASED'
                       TO B4966-DTL-RESULT-TXT
           END-EVALUATE.
           PERFORM 8500-WRITE-DTL THRU 8500-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-HOLD - NEXT CCWL4966 RECORD OR EOF.                *
      *****************************************************************
       8100-READ-HOLD.
           READ HOLDIN INTO L4966-DATA-INFO
               AT END
                   SET B4966-HOLD-EOF TO TRUE
                   MOVE HIGH-VALUES TO B4966-HOLD-KEY
                   GO TO 8100-EXIT.
           IF B4966-HOLDIN-STAT NOT = '00'
               MOVE 'READ HOLDIN' TO B4966-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE L4966-POL-ID      TO B4966-HOLD-POL-ID.
           MOVE L4966-POL-ANNV-DT TO B4966-HOLD-POL-ANNV-DT.
           ADD 1 TO B4966-HOLD-READ-CNT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-READ-REQ - NEXT CLEARANCE CARD OR EOF.  BLANK CARDS ARE *
      *  SKIPPED; OUT-OF-SEQUENCE CARDS STOP THE RUN.                 *
      *****************************************************************
       8200-READ-REQ.
           READ RLSEREQ
               AT END
                   SET B4966-REQ-EOF TO TRUE
                   MOVE HIGH-VALUES TO B4966-REQ-KEY
                   GO TO 8200-EXIT.
           IF B4966-RLSEREQ-STAT NOT = '00'
               MOVE 'READ RLSEREQ' TO B4966-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4966-REQ-REC = SPACES
               GO TO 8200-READ-REQ.
           ADD 1 TO B4966-REQ-READ-CNT.
           IF B4966-REQ-KEY < B4966-PREV-REQ-KEY
               MOVE 'RLSEREQ OUT OF SEQ' TO B4966-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE B4966-REQ-KEY TO B4966-PREV-REQ-KEY.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-WRITE-HOLD - COPY CURRENT RECORD TO THE NEW MASTER.     *
      *****************************************************************
       8300-WRITE-HOLD.
           WRITE B4966-HOLDOUT-REC FROM L4966-DATA-INFO.
           IF B4966-HOLDOUT-STAT NOT = '00'
               MOVE 'WRITE HOLDOUT' TO B4966-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4966-HOLD-WRITE-CNT.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8400-WRITE-RLSEPOLS - SELECT POLICY FOR THE RE-EXTRACT.      *
      *****************************************************************
       8400-WRITE-RLSEPOLS.
           MOVE SPACES              TO B4966-RLSE-REC.
           MOVE L4966-POL-ID        TO B4966-RLSE-POL-ID.
           MOVE L4966-LETTER-TYP-CD TO B4966-RLSE-LETTER-TYP-CD.
           MOVE L4966-HOLD-RSN-CD   TO B4966-RLSE-HOLD-RSN-CD.
           MOVE B4966-RUN-DT        TO B4966-RLSE-CLEAR-DT.
           WRITE B4966-RLSE-REC.
           IF B4966-RLSEPOLS-STAT NOT = '00'
               MOVE 'WRITE RLSEPOLS' TO B4966-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE L4966-POL-ID TO B4966-PREV-SEL-POL-ID.
           ADD 1 TO B4966-SELECT-CNT.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8500-WRITE-DTL - ONE CLEARANCE CARD AND WHAT BECAME OF IT.   *
      *****************************************************************
       8500-WRITE-DTL.
           MOVE B4966-REQ-POL-ID         TO B4966-DTL-POL-ID.
           MOVE B4966-REQ-POL-ANNV-DT    TO B4966-DTL-POL-ANNV-DT.
           MOVE B4966-REQ-CLEAR-BY-ID    TO B4966-DTL-CLEAR-BY-ID.
           MOVE B4966-REQ-CLEAR-NOTE-TXT TO B4966-DTL-CLEAR-NOTE-TXT.
           WRITE B4966-RPT-REC FROM B4966-RPT-DTL
               AFTER ADVANCING 1 LINE.
           IF B4966-RLSERPT-STAT NOT = '00'
               MOVE 'WRITE RLSERPT' TO B4966-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8500-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - REPORT TOTALS, CONTROL COUNTS, CLOSE.       *
      *****************************************************************
       9000-TERMINATE.
           MOVE B4966-CLEAR-CNT  TO B4966-TOT-CLEAR-CNT.
           MOVE B4966-REFUSE-CNT TO B4966-TOT-REFUSE-CNT.
           WRITE B4966-RPT-REC FROM B4966-RPT-TOT
               AFTER ADVANCING 2 LINES.
           CLOSE HOLDIN HOLDOUT RLSEREQ RLSEPOLS RLSERPT.
           DISPLAY 'CCWB4966 HOLD RECORDS IN/OUT       : '
                   B4966-HOLD-READ-CNT ' / ' B4966-HOLD-WRITE-CNT.
           DISPLAY 'CCWB4966 CLEARANCE CARDS READ      : '
                   B4966-REQ-READ-CNT.
           DISPLAY 'CCWB4966 HOLDS CLEARED TO C        : '
                   B4966-CLEAR-CNT.
           DISPLAY 'CCWB4966 POLICIES SELECTED (RLSE)  : '
                   B4966-SELECT-CNT.
           DISPLAY 'CCWB4966 CARDS REFUSED             : '
                   B4966-REFUSE-CNT.
           IF B4966-HOLD-READ-CNT NOT = B4966-HOLD-WRITE-CNT
               MOVE 'HOLD COUNT MISMATCH' TO B4966-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4966-REFUSE-CNT > 0
               MOVE 4 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL I/O OR CONTROL ERROR.                     *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4966 ABEND - ' B4966-ABEND-TXT
                   ' STATS: ' B4966-HOLDIN-STAT ' '
                   B4966-HOLDOUT-STAT ' ' B4966-RLSEREQ-STAT ' '
                   B4966-RLSEPOLS-STAT ' ' B4966-RLSERPT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
