      *****************************************************************
      **  MEMBER :  CCWB4973                                         **
      **  REMARKS:  ANNUAL LETTER PROOF SAMPLE RELEASE GATE          **
      **                                                             **
      **            RUNS ONCE QA HAS SIGNED OFF THE PROOF BATCH      **
      **            DRAWN BY CCWB4972.  READS THE SAMPLE LIST        **
      **            (PRFSMP, CCWL4973) AND QA'S SIGN-OFF FILE        **
      **            (SIGNOFF, CCWL4974) AND PROVES:                  **
      **              - EVERY SIGN-OFF RECORD IS FOR THIS RUN ID AND **
      **                A SAMPLED POLICY, HAS DECISION 'A' OR 'R',   **
      **                AN APPROVER AND A DATE, AND IS THE ONLY ONE  **
      **                FOR ITS POLICY;                              **
      **              - EVERY SAMPLED POLICY HAS A DECISION;         **
      **              - EVERY DECISION IS 'A'.                       **
      **            ALL PROVED: THE FULL FEED (FEEDIN/FUNDIN, THE    **
      **            CCWB4971 OUTPUT) IS COPIED TO RLSFEED/RLSFUND    **
      **            FOR DOCID, AND THE RUN'S SIGN-OFFS ARE ADDED TO  **
      **            THE SIGN-OFF HISTORY SO AUDIT CAN SEE WHO        **
      **            APPROVED EACH MAILING.  OTHERWISE NOTHING IS     **
      **            RELEASED: GATERPT LISTS THE REJECTED AND         **
      **            UNSIGNED SAMPLES AND THE REFUSED SIGN-OFF        **
      **            RECORDS, AND THE STEP ENDS WITH RETURN CODE 16.  **
      **            QA CORRECTS THE SIGN-OFF FILE (OR THE LETTERS    **
      **            ARE FIXED AND THE RUN REDONE) AND THE STEP IS    **
      **            RESUBMITTED.                                     **
      **                                                             **
      **            SGNHSTI IS THE CURRENT SIGN-OFF HISTORY          **
      **            GENERATION (CCWL4974 LAYOUT, IN RUN-ID / POL-ID  **
      **            ORDER, EMPTY ON THE FIRST RUN).  SGNHSTO IS THE  **
      **            NEXT GENERATION - ANY RECORDS ALREADY THERE FOR  **
      **            THIS RUN ID ARE REPLACED, SO A RERUN NEVER       **
      **            DOUBLES THEM.  CATALOG IT ONLY WITH A RELEASED   **
      **            RUN - THE SAME RULE AS THE CCWB4971 REGISTER     **
      **            GENERATION (REGOUT), WHICH IS ALSO KEPT BACK     **
      **            WHILE THIS STEP HOLDS THE RUN.                   **
      **                                                             **
      **            MANIFEST (CCWB4957): RUNS AFTER CCWB4972 AND     **
      **            PROVES ITS INPUT COUNTS AGAINST CCWB4971.  THE   **
      **            MANIFEST RECORD IS WRITTEN ONLY WHEN THE FEED IS **
      **            RELEASED, SO A HELD RUN CAN BE RESUBMITTED.      **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04973**  15OCT2026 PHONGP PROOF SAMPLE / QA SIGN-OFF GATE           **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4973.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRFSMP    ASSIGN TO PRFSMP
               FILE STATUS IS B4973-PRFSMP-STAT.
           SELECT SIGNOFF   ASSIGN TO SIGNOFF
               FILE STATUS IS B4973-SIGNOFF-STAT.
           SELECT FEEDIN    ASSIGN TO FEEDIN
               FILE STATUS IS B4973-FEEDIN-STAT.
           SELECT FUNDIN    ASSIGN TO FUNDIN
               FILE STATUS IS B4973-FUNDIN-STAT.
           SELECT RLSFEED   ASSIGN TO RLSFEED
               FILE STATUS IS B4973-RLSFEED-STAT.
           SELECT RLSFUND   ASSIGN TO RLSFUND
               FILE STATUS IS B4973-RLSFUND-STAT.
           SELECT SGNHSTI   ASSIGN TO SGNHSTI
               FILE STATUS IS B4973-SGNHSTI-STAT.
           SELECT SGNHSTO   ASSIGN TO SGNHSTO
               FILE STATUS IS B4973-SGNHSTO-STAT.
           SELECT GATERPT   ASSIGN TO GATERPT
               FILE STATUS IS B4973-GATERPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  PRFSMP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
           COPY CCWL4973.
       FD  SIGNOFF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
           COPY CCWL4974.
       FD  FEEDIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4927.
       FD  FUNDIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4933.
       FD  RLSFEED
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4927 REPLACING LEADING ==L4927== BY ==M4927==.
       FD  RLSFUND
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4933 REPLACING LEADING ==L4933== BY ==M4933==.
       FD  SGNHSTI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
           COPY CCWL4974 REPLACING LEADING ==L4974== BY ==H4974==.
       FD  SGNHSTO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  B4973-SGNHSTO-REC                           PIC X(100).
       FD  GATERPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  B4973-RPT-REC                               PIC X(132).
       WORKING-STORAGE SECTION.
       77  B4973-PRFSMP-STAT                           PIC X(002).
       77  B4973-SIGNOFF-STAT                          PIC X(002).
       77  B4973-FEEDIN-STAT                           PIC X(002).
       77  B4973-FUNDIN-STAT                           PIC X(002).
       77  B4973-RLSFEED-STAT                          PIC X(002).
       77  B4973-RLSFUND-STAT                          PIC X(002).
       77  B4973-SGNHSTI-STAT                          PIC X(002).
       77  B4973-SGNHSTO-STAT                          PIC X(002).
       77  B4973-GATERPT-STAT                          PIC X(002).
       77  B4973-SGN-IN-CNT                            PIC S9(007) COMP.
       77  B4973-SGN-BAD-CNT                           PIC S9(007) COMP.
       77  B4973-APPROVED-CNT                          PIC S9(007) COMP.
       77  B4973-REJECTED-CNT                          PIC S9(007) COMP.
       77  B4973-UNSIGNED-CNT                          PIC S9(007) COMP.
       77  B4973-FEED-IN-CNT                           PIC S9(007) COMP.
       77  B4973-FEED-OUT-CNT                          PIC S9(007) COMP.
       77  B4973-FUND-IN-CNT                           PIC S9(007) COMP.
       77  B4973-FUND-OUT-CNT                          PIC S9(007) COMP.
       77  B4973-HST-IN-CNT                            PIC S9(007) COMP.
       77  B4973-HST-OUT-CNT                           PIC S9(007) COMP.
       77  B4973-HST-REPL-CNT                          PIC S9(007) COMP.
       77  B4973-SMP-CNT                               PIC S9(004) COMP.
       77  B4973-SX                                    PIC S9(004) COMP.
       77  B4973-HIT                                   PIC S9(004) COMP.
       77  B4973-ABEND-TXT                             PIC X(020).

       01  B4973-SWITCHES.
           05  B4973-SMP-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4973-SMP-EOF                       VALUE 'Y'.
           05  B4973-SGN-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4973-SGN-EOF                       VALUE 'Y'.
           05  B4973-FEED-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4973-FEED-EOF                      VALUE 'Y'.
           05  B4973-FUND-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4973-FUND-EOF                      VALUE 'Y'.
           05  B4973-HST-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4973-HST-EOF                       VALUE 'Y'.
           05  B4973-HST-ADDED-SW                      PIC X(001)
                                                       VALUE 'N'.
               88  B4973-HST-ADDED                     VALUE 'Y'.
           05  B4973-GATE-SW                           PIC X(001)
                                                       VALUE 'Y'.
               88  B4973-GATE-PASSED                   VALUE 'Y'.
               88  B4973-GATE-HELD                     VALUE 'N'.

       01  B4973-RUN-ID                                PIC X(010).
       01  B4973-RUN-DT                                PIC X(010).
       01  B4973-PREV-POL-ID                           PIC X(010).
       01  B4973-SYS-DATE                              PIC 9(008).
       01  B4973-SYS-DATE-R REDEFINES B4973-SYS-DATE.
           05  B4973-SYS-YYYY                          PIC X(004).
           05  B4973-SYS-MM                            PIC X(002).
           05  B4973-SYS-DD                            PIC X(002).

      *****************************************************************
      *  THE SAMPLE FROM PRFSMP, IN POL-ID ORDER, WITH THE SIGN-OFF   *
      *  TAKEN FOR EACH POLICY.  SAME CAPACITY AS CCWB4972.           *
      *****************************************************************
       01  B4973-SMP-TABLE.
           05  B4973-SMP-ENT         OCCURS 1300 TIMES.
               10  B4973-SE-POL-ID                     PIC X(010).
               10  B4973-SE-LETTER-TYP-CD              PIC X(002).
               10  B4973-SE-CHNL-CD                    PIC X(001).
               10  B4973-SE-RSN-CD                     PIC X(002).
               10  B4973-SE-DECISION-CD                PIC X(001).
               10  B4973-SE-APPROVER-ID                PIC X(008).
               10  B4973-SE-SIGNOFF-DT                 PIC X(010).
               10  B4973-SE-REJECT-RSN-TXT             PIC X(060).

       01  B4973-RPT-HDG-1.
           05  FILLER                                  PIC X(035)
               VALUE 'CCWB4973  PROOF SAMPLE RELEASE GATE'.
           05  FILLER                                  PIC X(011)
               VALUE '  RUN DATE '.
           05  B4973-HDG-RUN-DT                        PIC X(010).
           05  FILLER                                  PIC X(009)
               VALUE '  RUN ID '.
           05  B4973-HDG-RUN-ID                        PIC X(010).
           05  FILLER                                  PIC X(057)
               VALUE SPACES.
       01  B4973-RPT-HDG-2.
           05  FILLER                                  PIC X(011)
               VALUE 'POL-ID     '.
           05  FILLER                                  PIC X(003)
               VALUE 'LT '.
           05  FILLER                                  PIC X(003)
               VALUE 'CH '.
           05  FILLER                                  PIC X(004)
               VALUE 'RSN '.
           05  FILLER                                  PIC X(027)
               VALUE 'STATUS'.
           05  FILLER                                  PIC X(009)
               VALUE 'APPROVER '.
           05  FILLER                                  PIC X(011)
               VALUE 'SIGN-OFF   '.
           05  FILLER                                  PIC X(064)
               VALUE 'REASON'.
       01  B4973-RPT-SECT.
           05  B4973-SECT-TXT                          PIC X(132).
       01  B4973-RPT-DTL.
           05  B4973-DTL-POL-ID                        PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4973-DTL-LETTER-TYP-CD                 PIC X(002).
           05  FILLER                                  PIC X(001).
           05  B4973-DTL-CHNL-CD                       PIC X(001).
           05  FILLER                                  PIC X(002).
           05  B4973-DTL-RSN-CD                        PIC X(002).
           05  FILLER                                  PIC X(002).
           05  B4973-DTL-STAT-TXT                      PIC X(026).
           05  FILLER                                  PIC X(001).
           05  B4973-DTL-APPROVER-ID                   PIC X(008).
           05  FILLER                                  PIC X(001).
           05  B4973-DTL-SIGNOFF-DT                    PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4973-DTL-RSN-TXT                       PIC X(060).
           05  FILLER                                  PIC X(004).
       01  B4973-RPT-LINE.
           05  B4973-RPT-TXT                           PIC X(046).
           05  B4973-RPT-CNT                           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                  PIC X(075).

           COPY CCWL4958.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - LOAD THE SAMPLE, TAKE THE SIGN-OFFS, CHECK   *
      *  EVERY SAMPLE, THEN RELEASE OR HOLD.                          *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-SAMPLE THRU 2000-EXIT
               UNTIL B4973-SMP-EOF.
           MOVE 'SIGN-OFF RECORDS REFUSED' TO B4973-SECT-TXT.
           PERFORM 8600-WRITE-SECT-LINE THRU 8600-EXIT.
           PERFORM 3000-TAKE-SIGNOFF THRU 3000-EXIT
               UNTIL B4973-SGN-EOF.
           MOVE 'SAMPLES NOT APPROVED' TO B4973-SECT-TXT.
           PERFORM 8600-WRITE-SECT-LINE THRU 8600-EXIT.
           PERFORM 4000-CHECK-SAMPLE THRU 4000-EXIT
               VARYING B4973-SX FROM 1 BY 1
               UNTIL B4973-SX > B4973-SMP-CNT.
           IF B4973-SGN-BAD-CNT > ZERO
           OR B4973-REJECTED-CNT > ZERO
           OR B4973-UNSIGNED-CNT > ZERO
               SET B4973-GATE-HELD TO TRUE.
           IF B4973-GATE-PASSED
               PERFORM 5000-RELEASE-FEED THRU 5000-EXIT
               PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - MANIFEST, OPEN, REPORT HEADINGS, PRIME.    *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 'CCWB4973' TO L4958-STEP-NM.
           MOVE 'S'        TO L4958-FUNC-CD.
           MOVE SPACES     TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE L4958-RUN-ID TO B4973-RUN-ID.
           MOVE 'C'        TO L4958-FUNC-CD.
           MOVE 'CCWB4972' TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE ZERO TO B4973-SGN-IN-CNT
                        B4973-SGN-BAD-CNT
                        B4973-APPROVED-CNT
                        B4973-REJECTED-CNT
                        B4973-UNSIGNED-CNT
                        B4973-FEED-IN-CNT
                        B4973-FEED-OUT-CNT
                        B4973-FUND-IN-CNT
                        B4973-FUND-OUT-CNT
                        B4973-HST-IN-CNT
                        B4973-HST-OUT-CNT
                        B4973-HST-REPL-CNT
                        B4973-SMP-CNT.
           MOVE LOW-VALUES TO B4973-PREV-POL-ID.
           OPEN INPUT  PRFSMP SIGNOFF.
           IF B4973-PRFSMP-STAT  NOT = '00'
           OR B4973-SIGNOFF-STAT NOT = '00'
               MOVE 'OPEN INPUTS' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT GATERPT.
           IF B4973-GATERPT-STAT NOT = '00'
               MOVE 'OPEN GATERPT' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ACCEPT B4973-SYS-DATE FROM DATE YYYYMMDD.
           STRING B4973-SYS-YYYY '-' B4973-SYS-MM '-' B4973-SYS-DD
               DELIMITED BY SIZE INTO B4973-RUN-DT.
           MOVE B4973-RUN-DT      TO B4973-HDG-RUN-DT.
           MOVE B4973-RUN-ID      TO B4973-HDG-RUN-ID.
           WRITE B4973-RPT-REC FROM B4973-RPT-HDG-1
               AFTER ADVANCING 1 LINE.
           WRITE B4973-RPT-REC FROM B4973-RPT-HDG-2
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-READ-SAMPLE THRU 8100-EXIT.
           PERFORM 8200-READ-SIGNOFF THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LOAD-SAMPLE - ONE CCWL4973 RECORD.  THE LIST MUST BE    *
      *  THIS RUN'S AND IN POL-ID ORDER, OR THE GATE WOULD BE         *
      *  PROVING SOMEBODY ELSE'S SAMPLE.                              *
      *****************************************************************
       2000-LOAD-SAMPLE.
           IF L4973-RUN-ID NOT = B4973-RUN-ID
               MOVE 'PRFSMP NOT THIS RUN' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF L4973-POL-ID NOT > B4973-PREV-POL-ID
               MOVE 'PRFSMP OUT OF ORDER' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4973-SMP-CNT = 1300
               MOVE 'SAMPLE TABLE FULL' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4973-SMP-CNT.
           MOVE SPACES              TO B4973-SMP-ENT (B4973-SMP-CNT).
           MOVE L4973-POL-ID        TO B4973-SE-POL-ID (B4973-SMP-CNT).
           MOVE L4973-LETTER-TYP-CD
               TO B4973-SE-LETTER-TYP-CD (B4973-SMP-CNT).
           MOVE L4973-DELIVERY-CHNL-CD
               TO B4973-SE-CHNL-CD (B4973-SMP-CNT).
           MOVE L4973-SAMPLE-RSN-CD TO B4973-SE-RSN-CD (B4973-SMP-CNT).
           MOVE L4973-POL-ID        TO B4973-PREV-POL-ID.
           PERFORM 8100-READ-SAMPLE THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TAKE-SIGNOFF - ONE CCWL4974 RECORD.  A RECORD THAT      *
      *  FAILS ANY CHECK IS LISTED AND HOLDS THE RUN; IT IS NEVER     *
      *  TAKEN AS A DECISION.                                         *
      *****************************************************************
       3000-TAKE-SIGNOFF.
           MOVE SPACES               TO B4973-RPT-DTL.
           MOVE L4974-POL-ID         TO B4973-DTL-POL-ID.
           MOVE L4974-APPROVER-ID    TO B4973-DTL-APPROVER-ID.
           MOVE L4974-SIGNOFF-DT     TO B4973-DTL-SIGNOFF-DT.
           MOVE L4974-REJECT-RSN-TXT TO B4973-DTL-RSN-TXT.
           MOVE ZERO TO B4973-HIT.
           PERFORM 3100-FIND-SAMPLE THRU 3100-EXIT
               VARYING B4973-SX FROM 1 BY 1
               UNTIL B4973-SX > B4973-SMP-CNT
                  OR B4973-HIT > ZERO.
           IF B4973-HIT > ZERO
               MOVE B4973-SE-LETTER-TYP-CD (B4973-HIT)
                   TO B4973-DTL-LETTER-TYP-CD
               MOVE B4973-SE-CHNL-CD (B4973-HIT) TO B4973-DTL-CHNL-CD
               MOVE B4973-SE-RSN-CD (B4973-HIT)  TO B4973-DTL-RSN-CD.
           IF L4974-RUN-ID NOT = B4973-RUN-ID
               MOVE 'SIGN-OFF FOR ANOTHER RUN' TO B4973-DTL-STAT-TXT
               GO TO 3000-REFUSE.
           IF B4973-HIT = ZERO
               MOVE 'NOT A SAMPLED POLICY' TO B4973-DTL-STAT-TXT
               GO TO 3000-REFUSE.
           IF L4974-DECISION-CD NOT = 'A'
           AND L4974-DECISION-CD NOT = 'R'
               MOVE 'DECISION NOT A OR R' TO B4973-DTL-STAT-TXT
               GO TO 3000-REFUSE.
           IF L4974-APPROVER-ID = SPACES
               MOVE 'NO APPROVER ID' TO B4973-DTL-STAT-TXT
               GO TO 3000-REFUSE.
           IF L4974-SIGNOFF-DT = SPACES
               MOVE 'NO SIGN-OFF DATE' TO B4973-DTL-STAT-TXT
               GO TO 3000-REFUSE.
           IF B4973-SE-DECISION-CD (B4973-HIT) NOT = SPACE
               MOVE 'DUPLICATE SIGN-OFF' TO B4973-DTL-STAT-TXT
               GO TO 3000-REFUSE.
           MOVE L4974-DECISION-CD
               TO B4973-SE-DECISION-CD (B4973-HIT).
           MOVE L4974-APPROVER-ID
               TO B4973-SE-APPROVER-ID (B4973-HIT).
           MOVE L4974-SIGNOFF-DT
               TO B4973-SE-SIGNOFF-DT (B4973-HIT).
           MOVE L4974-REJECT-RSN-TXT
               TO B4973-SE-REJECT-RSN-TXT (B4973-HIT).
           GO TO 3000-NEXT.
       3000-REFUSE.
           ADD 1 TO B4973-SGN-BAD-CNT.
           PERFORM 8500-WRITE-DTL-LINE THRU 8500-EXIT.
       3000-NEXT.
           PERFORM 8200-READ-SIGNOFF THRU 8200-EXIT.
       3000-EXIT.
           EXIT.

       3100-FIND-SAMPLE.
           IF B4973-SE-POL-ID (B4973-SX) = L4974-POL-ID
               MOVE B4973-SX TO B4973-HIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-CHECK-SAMPLE - ONE SAMPLED POLICY: APPROVED, REJECTED   *
      *  (LISTED WITH QA'S REASON) OR NEVER SIGNED OFF (LISTED).      *
      *****************************************************************
       4000-CHECK-SAMPLE.
           IF B4973-SE-DECISION-CD (B4973-SX) = 'A'
               ADD 1 TO B4973-APPROVED-CNT
               GO TO 4000-EXIT.
           MOVE SPACES TO B4973-RPT-DTL.
           MOVE B4973-SE-POL-ID (B4973-SX) TO B4973-DTL-POL-ID.
           MOVE B4973-SE-LETTER-TYP-CD (B4973-SX)
               TO B4973-DTL-LETTER-TYP-CD.
           MOVE B4973-SE-CHNL-CD (B4973-SX) TO B4973-DTL-CHNL-CD.
           MOVE B4973-SE-RSN-CD (B4973-SX)  TO B4973-DTL-RSN-CD.
           IF B4973-SE-DECISION-CD (B4973-SX) = 'R'
               ADD 1 TO B4973-REJECTED-CNT
               MOVE 'REJECTED BY QA' TO B4973-DTL-STAT-TXT
               MOVE B4973-SE-APPROVER-ID (B4973-SX)
                   TO B4973-DTL-APPROVER-ID
               MOVE B4973-SE-SIGNOFF-DT (B4973-SX)
                   TO B4973-DTL-SIGNOFF-DT
               MOVE B4973-SE-REJECT-RSN-TXT (B4973-SX)
                   TO B4973-DTL-RSN-TXT
           ELSE
               ADD 1 TO B4973-UNSIGNED-CNT
               MOVE 'NOT SIGNED OFF' TO B4973-DTL-STAT-TXT.
           PERFORM 8500-WRITE-DTL-LINE THRU 8500-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  5000-RELEASE-FEED - EVERY SAMPLE APPROVED: THE FULL FEED     *
      *  GOES TO DOCID UNCHANGED.                                     *
      *****************************************************************
       5000-RELEASE-FEED.
           OPEN INPUT  FEEDIN FUNDIN.
           IF B4973-FEEDIN-STAT NOT = '00'
           OR B4973-FUNDIN-STAT NOT = '00'
               MOVE 'OPEN FEED INPUTS' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT RLSFEED RLSFUND.
           IF B4973-RLSFEED-STAT NOT = '00'
           OR B4973-RLSFUND-STAT NOT = '00'
               MOVE 'OPEN FEED OUTPUTS' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 8300-READ-FEED THRU 8300-EXIT.
           PERFORM 5100-COPY-FEED-REC THRU 5100-EXIT
               UNTIL B4973-FEED-EOF.
           PERFORM 8400-READ-FUND THRU 8400-EXIT.
           PERFORM 5200-COPY-FUND-REC THRU 5200-EXIT
               UNTIL B4973-FUND-EOF.
           CLOSE FEEDIN FUNDIN RLSFEED RLSFUND.
       5000-EXIT.
           EXIT.

      *    PRESET THE RECEIVING ODO COUNT TO ITS MAXIMUM SO THE GROUP
      *    MOVE COPIES THE FULL RECORD AREA (A FRESH OUTPUT RECORD'S
      *    COUNT IS UNDEFINED AND WOULD TRUNCATE THE FIRST MOVE).
       5100-COPY-FEED-REC.
           MOVE 15 TO M4927-OW-ADDR-CNT.
           WRITE M4927-DATA-INFO FROM L4927-DATA-INFO.
           IF B4973-RLSFEED-STAT NOT = '00'
               MOVE 'WRITE RLSFEED' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4973-FEED-OUT-CNT.
           PERFORM 8300-READ-FEED THRU 8300-EXIT.
       5100-EXIT.
           EXIT.

       5200-COPY-FUND-REC.
           MOVE 30 TO M4933-ILP-FUND-CNT.
           WRITE M4933-DATA-INFO FROM L4933-DATA-INFO.
           IF B4973-RLSFUND-STAT NOT = '00'
               MOVE 'WRITE RLSFUND' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4973-FUND-OUT-CNT.
           PERFORM 8400-READ-FUND THRU 8400-EXIT.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  5500-WRITE-HISTORY - NEXT SIGN-OFF HISTORY GENERATION: THE   *
      *  PRIOR RUNS IN RUN-ID ORDER WITH THIS RUN'S SIGN-OFFS         *
      *  SLOTTED IN AT ITS RUN ID (REPLACING ANY ALREADY THERE).      *
      *****************************************************************
       5500-WRITE-HISTORY.
           OPEN INPUT  SGNHSTI.
           IF B4973-SGNHSTI-STAT NOT = '00'
               MOVE 'OPEN SGNHSTI' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT SGNHSTO.
           IF B4973-SGNHSTO-STAT NOT = '00'
               MOVE 'OPEN SGNHSTO' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 8700-READ-HIST THRU 8700-EXIT.
           PERFORM 5510-COPY-HIST THRU 5510-EXIT
               UNTIL B4973-HST-EOF.
           IF NOT B4973-HST-ADDED
               PERFORM 5520-ADD-RUN-SIGNOFFS THRU 5520-EXIT.
           CLOSE SGNHSTI SGNHSTO.
       5500-EXIT.
           EXIT.

       5510-COPY-HIST.
           IF H4974-RUN-ID = B4973-RUN-ID
               ADD 1 TO B4973-HST-REPL-CNT
               GO TO 5510-NEXT.
           IF H4974-RUN-ID > B4973-RUN-ID
           AND NOT B4973-HST-ADDED
               PERFORM 5520-ADD-RUN-SIGNOFFS THRU 5520-EXIT.
           WRITE B4973-SGNHSTO-REC FROM H4974-DATA-INFO.
           IF B4973-SGNHSTO-STAT NOT = '00'
               MOVE 'WRITE SGNHSTO' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4973-HST-OUT-CNT.
       5510-NEXT.
           PERFORM 8700-READ-HIST THRU 8700-EXIT.
       5510-EXIT.
           EXIT.

       5520-ADD-RUN-SIGNOFFS.
           PERFORM 5530-WRITE-RUN-SIGNOFF THRU 5530-EXIT
               VARYING B4973-SX FROM 1 BY 1
               UNTIL B4973-SX > B4973-SMP-CNT.
           SET B4973-HST-ADDED TO TRUE.
       5520-EXIT.
           EXIT.

       5530-WRITE-RUN-SIGNOFF.
           MOVE SPACES                 TO L4974-DATA-INFO.
           MOVE B4973-RUN-ID           TO L4974-RUN-ID.
           MOVE B4973-SE-POL-ID (B4973-SX) TO L4974-POL-ID.
           MOVE B4973-SE-DECISION-CD (B4973-SX) TO L4974-DECISION-CD.
           MOVE B4973-SE-APPROVER-ID (B4973-SX) TO L4974-APPROVER-ID.
           MOVE B4973-SE-SIGNOFF-DT (B4973-SX)  TO L4974-SIGNOFF-DT.
           MOVE B4973-SE-REJECT-RSN-TXT (B4973-SX)
               TO L4974-REJECT-RSN-TXT.
           WRITE B4973-SGNHSTO-REC FROM L4974-DATA-INFO.
           IF B4973-SGNHSTO-STAT NOT = '00'
               MOVE 'WRITE SGNHSTO' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4973-HST-OUT-CNT.
       5530-EXIT.
           EXIT.

      *****************************************************************
      *  6000-WRITE-SUMMARY - RUN TOTALS AND THE GATE RESULT.         *
      *****************************************************************
       6000-WRITE-SUMMARY.
           MOVE SPACES TO B4973-RPT-REC.
           WRITE B4973-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO B4973-RPT-LINE.
           MOVE 'SAMPLED POLICIES                             :'
               TO B4973-RPT-TXT.
           MOVE B4973-SMP-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  APPROVED                                   :'
               TO B4973-RPT-TXT.
           MOVE B4973-APPROVED-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  REJECTED                                   :'
               TO B4973-RPT-TXT.
           MOVE B4973-REJECTED-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  NOT SIGNED OFF                             :'
               TO B4973-RPT-TXT.
           MOVE B4973-UNSIGNED-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'SIGN-OFF RECORDS READ                        :'
               TO B4973-RPT-TXT.
           MOVE B4973-SGN-IN-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  REFUSED                                    :'
               TO B4973-RPT-TXT.
           MOVE B4973-SGN-BAD-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           IF B4973-GATE-HELD
               MOVE SPACES TO B4973-RPT-SECT
               MOVE 'RESULT: HELD - THE FEED HAS NOT BEEN RELEASED'
                   TO B4973-SECT-TXT
               PERFORM 8600-WRITE-SECT-LINE THRU 8600-EXIT
               GO TO 6000-EXIT.
           MOVE 'RELEASED CCWL4927 RECORDS                    :'
               TO B4973-RPT-TXT.
           MOVE B4973-FEED-OUT-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'RELEASED CCWL4933 RECORDS                    :'
               TO B4973-RPT-TXT.
           MOVE B4973-FUND-OUT-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'SIGN-OFF HISTORY RECORDS IN                  :'
               TO B4973-RPT-TXT.
           MOVE B4973-HST-IN-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  REPLACED FOR THIS RUN ID                   :'
               TO B4973-RPT-TXT.
           MOVE B4973-HST-REPL-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'SIGN-OFF HISTORY RECORDS OUT                 :'
               TO B4973-RPT-TXT.
           MOVE B4973-HST-OUT-CNT TO B4973-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE SPACES TO B4973-RPT-SECT.
           MOVE 'RESULT: RELEASED - THE FULL FEED GOES TO DOCID'
               TO B4973-SECT-TXT.
           PERFORM 8600-WRITE-SECT-LINE THRU 8600-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-SAMPLE - NEXT CCWL4973 RECORD OR EOF.              *
      *****************************************************************
       8100-READ-SAMPLE.
           READ PRFSMP
               AT END
                   SET B4973-SMP-EOF TO TRUE
                   GO TO 8100-EXIT.
           IF B4973-PRFSMP-STAT NOT = '00'
               MOVE 'READ PRFSMP' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-READ-SIGNOFF - NEXT CCWL4974 RECORD OR EOF.  BLANK      *
      *  LINES LEFT IN THE FILE BY QA ARE SKIPPED.                    *
      *****************************************************************
       8200-READ-SIGNOFF.
           READ SIGNOFF
               AT END
                   SET B4973-SGN-EOF TO TRUE
                   GO TO 8200-EXIT.
           IF B4973-SIGNOFF-STAT NOT = '00'
               MOVE 'READ SIGNOFF' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF L4974-DATA-INFO = SPACES
               GO TO 8200-READ-SIGNOFF.
           ADD 1 TO B4973-SGN-IN-CNT.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-READ-FEED - NEXT CCWL4927 RECORD OR EOF.                *
      *****************************************************************
       8300-READ-FEED.
           READ FEEDIN
               AT END
                   SET B4973-FEED-EOF TO TRUE
                   GO TO 8300-EXIT.
           IF B4973-FEEDIN-STAT NOT = '00'
               MOVE 'READ FEEDIN' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4973-FEED-IN-CNT.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8400-READ-FUND - NEXT CCWL4933 RECORD OR EOF.                *
      *****************************************************************
       8400-READ-FUND.
           READ FUNDIN
               AT END
                   SET B4973-FUND-EOF TO TRUE
                   GO TO 8400-EXIT.
           IF B4973-FUNDIN-STAT NOT = '00'
               MOVE 'READ FUNDIN' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4973-FUND-IN-CNT.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8500/8600 - REPORT DETAIL AND SECTION LINES.                 *
      *****************************************************************
       8500-WRITE-DTL-LINE.
           WRITE B4973-RPT-REC FROM B4973-RPT-DTL
               AFTER ADVANCING 1 LINE.
           IF B4973-GATERPT-STAT NOT = '00'
               MOVE 'WRITE GATERPT' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8500-EXIT.
           EXIT.

       8600-WRITE-SECT-LINE.
           WRITE B4973-RPT-REC FROM B4973-RPT-SECT
               AFTER ADVANCING 2 LINES.
           IF B4973-GATERPT-STAT NOT = '00'
               MOVE 'WRITE GATERPT' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8600-EXIT.
           EXIT.

      *****************************************************************
      *  8700-READ-HIST - NEXT SIGN-OFF HISTORY RECORD OR EOF.        *
      *****************************************************************
       8700-READ-HIST.
           READ SGNHSTI
               AT END
                   SET B4973-HST-EOF TO TRUE
                   GO TO 8700-EXIT.
           IF B4973-SGNHSTI-STAT NOT = '00'
               MOVE 'READ SGNHSTI' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4973-HST-IN-CNT.
       8700-EXIT.
           EXIT.

      *****************************************************************
      *  8710 - REPORT TOTAL LINES.                                   *
      *****************************************************************
       8710-WRITE-SUM-LINE.
           WRITE B4973-RPT-REC FROM B4973-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF B4973-GATERPT-STAT NOT = '00'
               MOVE 'WRITE GATERPT' TO B4973-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8710-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CONTROL COUNTS, CLOSE.  A RELEASED RUN IS   *
      *  WRITTEN TO THE MANIFEST; A HELD RUN ENDS WITH RETURN CODE 16 *
      *  SO NOTHING DOWNSTREAM PICKS UP THE FEED.                     *
      *****************************************************************
       9000-TERMINATE.
           CLOSE PRFSMP SIGNOFF GATERPT.
           DISPLAY 'CCWB4973 SAMPLED POLICIES          : '
                   B4973-SMP-CNT.
           DISPLAY 'CCWB4973 APPROVED / REJECTED       : '
                   B4973-APPROVED-CNT ' / ' B4973-REJECTED-CNT.
           DISPLAY 'CCWB4973 NOT SIGNED OFF            : '
                   B4973-UNSIGNED-CNT.
           DISPLAY 'CCWB4973 SIGN-OFF RECORDS / REFUSED: '
                   B4973-SGN-IN-CNT ' / ' B4973-SGN-BAD-CNT.
           IF B4973-GATE-HELD
               DISPLAY 'CCWB4973 HELD - FEED NOT RELEASED, SEE GATERPT'
               MOVE 16 TO RETURN-CODE
               GO TO 9000-EXIT.
           DISPLAY 'CCWB4973 CCWL4927 RECORDS IN/OUT   : '
                   B4973-FEED-IN-CNT ' / ' B4973-FEED-OUT-CNT.
           DISPLAY 'CCWB4973 CCWL4933 RECORDS IN/OUT   : '
                   B4973-FUND-IN-CNT ' / ' B4973-FUND-OUT-CNT.
           DISPLAY 'CCWB4973 SIGN-OFF HISTORY IN/OUT   : '
                   B4973-HST-IN-CNT ' / ' B4973-HST-OUT-CNT.
           MOVE 'W'                 TO L4958-FUNC-CD.
           MOVE 'CCWB4971'          TO L4958-PRED-STEP-NM.
           MOVE 'YY'                TO L4958-CHK-CNT-IND.
           MOVE B4973-FEED-IN-CNT   TO L4958-IN-CNT.
           MOVE B4973-FEED-OUT-CNT  TO L4958-OUT-CNT.
           MOVE B4973-FUND-IN-CNT   TO L4958-IN-CNT-2.
           MOVE B4973-FUND-OUT-CNT  TO L4958-OUT-CNT-2.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL I/O OR CONTROL ERROR.                     *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4973 ABEND - ' B4973-ABEND-TXT
                   ' STATS: ' B4973-PRFSMP-STAT ' '
                   B4973-SIGNOFF-STAT ' ' B4973-FEEDIN-STAT ' '
                   B4973-FUNDIN-STAT ' ' B4973-RLSFEED-STAT ' '
                   B4973-RLSFUND-STAT ' ' B4973-SGNHSTI-STAT ' '
                   B4973-SGNHSTO-STAT ' ' B4973-GATERPT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
