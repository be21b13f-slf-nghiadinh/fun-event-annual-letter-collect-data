      *****************************************************************
      **  MEMBER :  CCWB4972                                         **
      **  REMARKS:  ANNUAL LETTER PROOF SAMPLE FOR QA SIGN-OFF       **
      **                                                             **
      **            RUNS AFTER THE BALANCING STEP (CCWB4948) ON THE  **
      **            FEED DOCID IS TO RECEIVE (THE CCWB4971 OUTPUT).  **
      **            DRAWS A PROOF SAMPLE SO QA CAN CHECK THE         **
      **            RENDERED LETTERS BEFORE THE MAILING IS RELEASED: **
      **              - THE FIRST N POLICIES (POL-ID ORDER) OF EVERY **
      **                L4927-LETTER-TYP-CD / DELIVERY CHANNEL CELL, **
      **                N FROM THE PRFCTL CARD.  THE CHANNEL IS THE  **
      **                OWNER'S DELIVERY PREFERENCE; A BLANK OR      **
      **                UNKNOWN PREFERENCE IS PRINT, AS IN CCWB4951. **
      **              - PLUS THE EDGE CASES, WHEN THE RUN HAS THEM   **
      **                AND NO QUOTA PICK ALREADY COVERS THEM: THE   **
      **                POLICY WITH THE MOST CCWL4927 CVG SEGMENTS,  **
      **                THE POLICY WITH THE MOST CCWL4933 FUND       **
      **                SEGMENTS, AND THE FIRST FOREIGN-CURRENCY,    **
      **                LOAN-DELINQUENT AND HMR POLICY.              **
      **            THE SAMPLED POLICIES' SEGMENTS ARE COPIED TO     **
      **            PRFFEED/PRFFUND, WHICH GO TO DOCID AS THE PROOF  **
      **            BATCH.  PRFSMP (CCWL4973) LISTS THE SAMPLE FOR   **
      **            THE RELEASE GATE (CCWB4973) AND PRFRPT IS THE QA **
      **            WORKSHEET.  QA RETURNS ONE CCWL4974 SIGN-OFF     **
      **            RECORD PER SAMPLED POLICY.                       **
      **                                                             **
      **            TWO PASSES: THE FIRST DRAWS THE SAMPLE, THE      **
      **            SECOND RE-READS FEEDIN/FUNDIN TO COPY IT.        **
      **                                                             **
      **            PRFCTL CARDS (BOTH REQUIRED):                    **
      **              'SAMPLE-PER-CELL=NN'  NN = 01-20               **
      **              'BASE-CCY=XXX'        THE RUN BASE CURRENCY,   **
      **                                    AS ON THE CCWB4947       **
      **                                    BASECTL CARD             **
      **            A POLICY IS FOREIGN-CURRENCY WHEN ITS            **
      **            L4927-POL-CCY-CD IS NEITHER SPACES NOR THE BASE. **
      **                                                             **
      **            FEEDIN/FUNDIN MUST BE SORTED BY POL-ID.          **
      **                                                             **
      **            MANIFEST (CCWB4957): RUNS AFTER CCWB4948 AND     **
      **            PROVES ITS INPUT COUNTS AGAINST CCWB4971, WHOSE  **
      **            OUTPUT IT READS.  CCWB4973 RUNS AFTER THIS STEP. **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04972**  15OCT2026 PHONGP PROOF SAMPLE / QA SIGN-OFF GATE           **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4972.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDIN    ASSIGN TO FEEDIN
               FILE STATUS IS B4972-FEEDIN-STAT.
           SELECT FUNDIN    ASSIGN TO FUNDIN
               FILE STATUS IS B4972-FUNDIN-STAT.
           SELECT PRFCTL    ASSIGN TO PRFCTL
               FILE STATUS IS B4972-PRFCTL-STAT.
           SELECT PRFFEED   ASSIGN TO PRFFEED
               FILE STATUS IS B4972-PRFFEED-STAT.
           SELECT PRFFUND   ASSIGN TO PRFFUND
               FILE STATUS IS B4972-PRFFUND-STAT.
           SELECT PRFSMP    ASSIGN TO PRFSMP
               FILE STATUS IS B4972-PRFSMP-STAT.
           SELECT PRFRPT    ASSIGN TO PRFRPT
               FILE STATUS IS B4972-PRFRPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  FEEDIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4927.
       FD  FUNDIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4933.
       FD  PRFCTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  B4972-PRFCTL-REC                            PIC X(080).
       FD  PRFFEED
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4927 REPLACING LEADING ==L4927== BY ==M4927==.
       FD  PRFFUND
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4933 REPLACING LEADING ==L4933== BY ==M4933==.
       FD  PRFSMP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
           COPY CCWL4973.
       FD  PRFRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  B4972-RPT-REC                               PIC X(132).
       WORKING-STORAGE SECTION.
       77  B4972-FEEDIN-STAT                           PIC X(002).
       77  B4972-FUNDIN-STAT                           PIC X(002).
       77  B4972-PRFCTL-STAT                           PIC X(002).
       77  B4972-PRFFEED-STAT                          PIC X(002).
       77  B4972-PRFFUND-STAT                          PIC X(002).
       77  B4972-PRFSMP-STAT                           PIC X(002).
       77  B4972-PRFRPT-STAT                           PIC X(002).
       77  B4972-POL-CNT                               PIC S9(007) COMP.
       77  B4972-FEED-IN-CNT                           PIC S9(007) COMP.
       77  B4972-FUND-IN-CNT                           PIC S9(007) COMP.
       77  B4972-FEED-RD2-CNT                          PIC S9(007) COMP.
       77  B4972-FUND-RD2-CNT                          PIC S9(007) COMP.
       77  B4972-PRF-FEED-CNT                          PIC S9(007) COMP.
       77  B4972-PRF-FUND-CNT                          PIC S9(007) COMP.
       77  B4972-SMP-OUT-CNT                           PIC S9(007) COMP.
       77  B4972-QUOTA-CNT                             PIC S9(007) COMP.
       77  B4972-EDGE-ADD-CNT                          PIC S9(007) COMP.
       77  B4972-EDGE-COVD-CNT                         PIC S9(007) COMP.
       77  B4972-EDGE-NONE-CNT                         PIC S9(007) COMP.
       77  B4972-SMP-CNT                               PIC S9(004) COMP.
       77  B4972-TYP-CNT                               PIC S9(004) COMP.
       77  B4972-SAMPLE-CNT                            PIC S9(004) COMP.
       77  B4972-TX                                    PIC S9(004) COMP.
       77  B4972-CX                                    PIC S9(004) COMP.
       77  B4972-SX                                    PIC S9(004) COMP.
       77  B4972-SY                                    PIC S9(004) COMP.
       77  B4972-EX                                    PIC S9(004) COMP.
       77  B4972-RX                                    PIC S9(004) COMP.
       77  B4972-HIT                                   PIC S9(004) COMP.
       77  B4972-ABEND-TXT                             PIC X(020).

       01  B4972-SWITCHES.
           05  B4972-FEED-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4972-FEED-EOF                      VALUE 'Y'.
           05  B4972-FUND-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4972-FUND-EOF                      VALUE 'Y'.
           05  B4972-CTL-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4972-CTL-EOF                       VALUE 'Y'.
           05  B4972-PASS-SW                           PIC X(001)
                                                       VALUE '1'.
               88  B4972-FIRST-PASS                    VALUE '1'.
               88  B4972-COPY-PASS                     VALUE '2'.
           05  B4972-COVD-SW                           PIC X(001)
                                                       VALUE 'N'.
               88  B4972-EDGE-COVERED                  VALUE 'Y'.

       01  B4972-CNT-PRED-NM                           PIC X(012).
       01  B4972-RUN-ID                                PIC X(010).
       01  B4972-RUN-DT                                PIC X(010).
       01  B4972-BASE-CCY-CD                           PIC X(003).
       01  B4972-CURR-POL-ID                           PIC X(010).
       01  B4972-SYS-DATE                              PIC 9(008).
       01  B4972-SYS-DATE-R REDEFINES B4972-SYS-DATE.
           05  B4972-SYS-YYYY                          PIC X(004).
           05  B4972-SYS-MM                            PIC X(002).
           05  B4972-SYS-DD                            PIC X(002).

       01  B4972-CTL-CARD-CNT                          PIC X(002).
       01  B4972-CTL-CARD-CNT-N REDEFINES B4972-CTL-CARD-CNT
                                                       PIC 9(002).

      *****************************************************************
      *  CURRENT POLICY - TAKEN FROM ITS FIRST CCWL4927 SEGMENT, WITH *
      *  ITS SEGMENT COUNTS.  SAME LAYOUT AS A SAMPLE TABLE ENTRY AND *
      *  AN EDGE-CASE CANDIDATE SO IT MOVES TO EITHER AS A GROUP.     *
      *****************************************************************
       01  B4972-POL-WORK.
           05  B4972-PW-POL-ID                         PIC X(010).
           05  B4972-PW-LETTER-TYP-CD                  PIC X(002).
           05  B4972-PW-CHNL-CD                        PIC X(001).
           05  B4972-PW-OW-CLI-ID                      PIC X(010).
           05  B4972-PW-LANG-CD                        PIC X(001).
           05  B4972-PW-CCY-CD                         PIC X(003).
           05  B4972-PW-DELINQ-IND                     PIC X(001).
           05  B4972-PW-HMR-IND                        PIC X(001).
           05  B4972-PW-FX-IND                         PIC X(001).
           05  B4972-PW-CVG-CNT                        PIC 9(003).
           05  B4972-PW-FUND-CNT                       PIC 9(003).
           05  B4972-PW-RSN-CD                         PIC X(002).

      *****************************************************************
      *  THE SAMPLE, IN POL-ID ORDER.  QUOTA PICKS ARRIVE IN ORDER    *
      *  AND ARE APPENDED; EDGE CASES ARE SLOTTED IN AT THE END OF    *
      *  THE FIRST PASS.  20 TYPES X 3 CHANNELS X 20 + 5 EDGE CASES   *
      *  FITS - A FULL TABLE ABENDS RATHER THAN DROP A SAMPLE.        *
      *****************************************************************
       01  B4972-SMP-TABLE.
           05  B4972-SMP-ENT         OCCURS 1300 TIMES.
               10  B4972-SE-POL-ID                     PIC X(010).
               10  B4972-SE-LETTER-TYP-CD              PIC X(002).
               10  B4972-SE-CHNL-CD                    PIC X(001).
               10  B4972-SE-OW-CLI-ID                  PIC X(010).
               10  B4972-SE-LANG-CD                    PIC X(001).
               10  B4972-SE-CCY-CD                     PIC X(003).
               10  B4972-SE-DELINQ-IND                 PIC X(001).
               10  B4972-SE-HMR-IND                    PIC X(001).
               10  B4972-SE-FX-IND                     PIC X(001).
               10  B4972-SE-CVG-CNT                    PIC 9(003).
               10  B4972-SE-FUND-CNT                   PIC 9(003).
               10  B4972-SE-RSN-CD                     PIC X(002).

      *****************************************************************
      *  LETTER TYPE / CHANNEL CELLS.  CHANNEL 1=PRINT 2=E-MAIL       *
      *  3=SMS.  TYPES ARE ADDED AS MET.                              *
      *****************************************************************
       01  B4972-TYP-TABLE.
           05  B4972-TYP-ENT         OCCURS 20 TIMES.
               10  B4972-T-LETTER-TYP-CD               PIC X(002).
               10  B4972-T-CELL          OCCURS 3 TIMES.
                   15  B4972-T-POL-CNT                 PIC S9(007) COMP.
                   15  B4972-T-DRAWN-CNT               PIC S9(004) COMP.
       01  B4972-CHNL-VALUES                           PIC X(003)
                                                       VALUE 'PES'.
       01  B4972-CHNL-VALUES-R REDEFINES B4972-CHNL-VALUES.
           05  B4972-CHNL-CD         OCCURS 3 TIMES    PIC X(001).

      *****************************************************************
      *  EDGE-CASE CANDIDATES: 1=MOST CVG SEGMENTS, 2=MOST FUND       *
      *  SEGMENTS, 3=FOREIGN CURRENCY, 4=LOAN DELINQUENT, 5=HMR.      *
      *****************************************************************
       01  B4972-EDGE-TABLE.
           05  B4972-EDGE-ENT        OCCURS 5 TIMES.
               10  B4972-CE-FOUND-SW                   PIC X(001).
                   88  B4972-CE-FOUND                  VALUE 'Y'.
               10  B4972-CE-DATA.
                   15  B4972-CE-POL-ID                 PIC X(010).
                   15  FILLER                          PIC X(020).
                   15  B4972-CE-CVG-CNT                PIC 9(003).
                   15  B4972-CE-FUND-CNT               PIC 9(003).
                   15  B4972-CE-RSN-CD                 PIC X(002).
       01  B4972-EDGE-RSN-VALUES                       PIC X(010)
                                                       VALUE
                                                       'CVFDFXLDHM'.
       01  B4972-EDGE-RSN-VALUES-R REDEFINES B4972-EDGE-RSN-VALUES.
           05  B4972-EDGE-RSN-CD     OCCURS 5 TIMES    PIC X(002).
       01  B4972-EDGE-NM-VALUES.
           05  FILLER                                  PIC X(024)
               VALUE 'MOST CVG SEGMENTS       '.
           05  FILLER                                  PIC X(024)
               VALUE 'MOST FUND SEGMENTS      '.
           05  FILLER                                  PIC X(024)
               VALUE 'FOREIGN CURRENCY        '.
           05  FILLER                                  PIC X(024)
               VALUE 'LOAN DELINQUENT         '.
           05  FILLER                                  PIC X(024)
               VALUE 'HMR                     '.
       01  B4972-EDGE-NM-VALUES-R REDEFINES B4972-EDGE-NM-VALUES.
           05  B4972-EDGE-NM         OCCURS 5 TIMES    PIC X(024).

       01  B4972-RPT-HDG-1.
           05  FILLER                                  PIC X(038)
               VALUE 'CCWB4972  PROOF SAMPLE FOR QA SIGN-OFF'.
           05  FILLER                                  PIC X(011)
               VALUE '  RUN DATE '.
           05  B4972-HDG-RUN-DT                        PIC X(010).
           05  FILLER                                  PIC X(009)
               VALUE '  RUN ID '.
           05  B4972-HDG-RUN-ID                        PIC X(010).
           05  FILLER                                  PIC X(011)
               VALUE '  PER CELL '.
           05  B4972-HDG-SAMPLE-CNT                    PIC Z9.
           05  FILLER                                  PIC X(041)
               VALUE SPACES.
       01  B4972-RPT-HDG-2.
           05  FILLER                                  PIC X(011)
               VALUE 'POL-ID     '.
           05  FILLER                                  PIC X(003)
               VALUE 'LT '.
           05  FILLER                                  PIC X(003)
               VALUE 'CH '.
           05  FILLER                                  PIC X(003)
               VALUE 'LG '.
           05  FILLER                                  PIC X(011)
               VALUE 'OWNER      '.
           05  FILLER                                  PIC X(004)
               VALUE 'RSN '.
           05  FILLER                                  PIC X(004)
               VALUE 'CVG '.
           05  FILLER                                  PIC X(004)
               VALUE 'FND '.
           05  FILLER                                  PIC X(004)
               VALUE 'CCY '.
           05  FILLER                                  PIC X(003)
               VALUE 'LD '.
           05  FILLER                                  PIC X(003)
               VALUE 'HM '.
           05  FILLER                                  PIC X(079)
               VALUE 'QA DECISION (A/R)  APPROVER  SIGN-OFF DATE'.
       01  B4972-RPT-DTL.
           05  B4972-DTL-POL-ID                        PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4972-DTL-LETTER-TYP-CD                 PIC X(002).
           05  FILLER                                  PIC X(001).
           05  B4972-DTL-CHNL-CD                       PIC X(001).
           05  FILLER                                  PIC X(002).
           05  B4972-DTL-LANG-CD                       PIC X(001).
           05  FILLER                                  PIC X(002).
           05  B4972-DTL-OW-CLI-ID                     PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4972-DTL-RSN-CD                        PIC X(002).
           05  FILLER                                  PIC X(002).
           05  B4972-DTL-CVG-CNT                       PIC ZZ9.
           05  FILLER                                  PIC X(001).
           05  B4972-DTL-FUND-CNT                      PIC ZZ9.
           05  FILLER                                  PIC X(001).
           05  B4972-DTL-CCY-CD                        PIC X(003).
           05  FILLER                                  PIC X(001).
           05  B4972-DTL-DELINQ-IND                    PIC X(001).
           05  FILLER                                  PIC X(002).
           05  B4972-DTL-HMR-IND                       PIC X(001).
           05  FILLER                                  PIC X(081).
       01  B4972-RPT-CELL.
           05  FILLER                                  PIC X(014)
               VALUE '  LETTER TYPE '.
           05  B4972-CELL-LETTER-TYP-CD                PIC X(002).
           05  FILLER                                  PIC X(010)
               VALUE '  CHANNEL '.
           05  B4972-CELL-CHNL-CD                      PIC X(001).
           05  FILLER                                  PIC X(011)
               VALUE '  POLICIES '.
           05  B4972-CELL-POL-CNT                      PIC ZZZ,ZZ9.
           05  FILLER                                  PIC X(008)
               VALUE '  DRAWN '.
           05  B4972-CELL-DRAWN-CNT                    PIC Z9.
           05  FILLER                                  PIC X(077)
               VALUE SPACES.
       01  B4972-RPT-EDGE.
           05  FILLER                                  PIC X(013)
               VALUE '  EDGE CASE  '.
           05  B4972-EDGE-DTL-NM                       PIC X(024).
           05  FILLER                                  PIC X(001)
               VALUE SPACES.
           05  B4972-EDGE-DTL-POL-ID                   PIC X(010).
           05  FILLER                                  PIC X(002)
               VALUE SPACES.
           05  B4972-EDGE-DTL-STAT-TXT                 PIC X(030).
           05  FILLER                                  PIC X(052)
               VALUE SPACES.
       01  B4972-RPT-LINE.
           05  B4972-RPT-TXT                           PIC X(046).
           05  B4972-RPT-CNT                           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                  PIC X(075).

           COPY CCWL4958.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - DRAW THE SAMPLE IN ONE PASS OF THE FEED,     *
      *  ADD THE EDGE CASES, THEN COPY THE SAMPLED POLICIES IN A      *
      *  SECOND PASS.                                                 *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-POLICY THRU 2000-EXIT
               UNTIL B4972-FEED-EOF AND B4972-FUND-EOF.
           PERFORM 4000-ADD-EDGE-CASE THRU 4000-EXIT
               VARYING B4972-EX FROM 1 BY 1
               UNTIL B4972-EX > 5.
           PERFORM 5000-WRITE-SAMPLE THRU 5000-EXIT
               VARYING B4972-SX FROM 1 BY 1
               UNTIL B4972-SX > B4972-SMP-CNT.
           PERFORM 5500-REOPEN-FEED THRU 5500-EXIT.
           PERFORM 5600-COPY-FEED-REC THRU 5600-EXIT
               UNTIL B4972-FEED-EOF.
           PERFORM 5700-COPY-FUND-REC THRU 5700-EXIT
               UNTIL B4972-FUND-EOF.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - MANIFEST, CONTROL CARDS, OPEN, REPORT      *
      *  HEADINGS, PRIME.                                             *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 'CCWB4972' TO L4958-STEP-NM.
           MOVE 'S'        TO L4958-FUNC-CD.
           MOVE SPACES     TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE L4958-RUN-ID TO B4972-RUN-ID.
           MOVE 'C'        TO L4958-FUNC-CD.
           MOVE 'CCWB4948' TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE 'CCWB4971' TO B4972-CNT-PRED-NM.
           MOVE ZERO TO B4972-POL-CNT
                        B4972-FEED-IN-CNT
                        B4972-FUND-IN-CNT
                        B4972-FEED-RD2-CNT
                        B4972-FUND-RD2-CNT
                        B4972-PRF-FEED-CNT
                        B4972-PRF-FUND-CNT
                        B4972-SMP-OUT-CNT
                        B4972-QUOTA-CNT
                        B4972-EDGE-ADD-CNT
                        B4972-EDGE-COVD-CNT
                        B4972-EDGE-NONE-CNT
                        B4972-SMP-CNT
                        B4972-TYP-CNT
                        B4972-SAMPLE-CNT.
           MOVE SPACES TO B4972-BASE-CCY-CD.
           PERFORM 1200-CLEAR-EDGE-ENT THRU 1200-EXIT
               VARYING B4972-EX FROM 1 BY 1
               UNTIL B4972-EX > 5.
           OPEN INPUT  PRFCTL.
           IF B4972-PRFCTL-STAT NOT = '00'
               MOVE 'OPEN PRFCTL' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 1100-READ-CTL-CARD THRU 1100-EXIT
               UNTIL B4972-CTL-EOF.
           CLOSE PRFCTL.
           IF B4972-SAMPLE-CNT = ZERO
               MOVE 'NO SAMPLE-PER-CELL' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4972-BASE-CCY-CD = SPACES
               MOVE 'NO BASE-CCY CARD' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN INPUT  FEEDIN FUNDIN.
           IF B4972-FEEDIN-STAT NOT = '00'
           OR B4972-FUNDIN-STAT NOT = '00'
               MOVE 'OPEN INPUTS' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT PRFFEED PRFFUND PRFSMP PRFRPT.
           IF B4972-PRFFEED-STAT NOT = '00'
           OR B4972-PRFFUND-STAT NOT = '00'
           OR B4972-PRFSMP-STAT  NOT = '00'
           OR B4972-PRFRPT-STAT  NOT = '00'
               MOVE 'OPEN OUTPUTS' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ACCEPT B4972-SYS-DATE FROM DATE YYYYMMDD.
           STRING B4972-SYS-YYYY '-' B4972-SYS-MM '-' B4972-SYS-DD
               DELIMITED BY SIZE INTO B4972-RUN-DT.
           MOVE B4972-RUN-DT      TO B4972-HDG-RUN-DT.
           MOVE B4972-RUN-ID      TO B4972-HDG-RUN-ID.
           MOVE B4972-SAMPLE-CNT  TO B4972-HDG-SAMPLE-CNT.
           WRITE B4972-RPT-REC FROM B4972-RPT-HDG-1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO B4972-RPT-REC.
           WRITE B4972-RPT-REC AFTER ADVANCING 1 LINE.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-CTL-CARD - ONE PRFCTL CARD.  AN UNRECOGNIZED CARD  *
      *  IS REFUSED LOUDLY, NOT SKIPPED.                              *
      *****************************************************************
       1100-READ-CTL-CARD.
           READ PRFCTL
               AT END
                   SET B4972-CTL-EOF TO TRUE
                   GO TO 1100-EXIT.
           IF B4972-PRFCTL-STAT NOT = '00'
               MOVE 'READ PRFCTL' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4972-PRFCTL-REC = SPACES
               GO TO 1100-EXIT.
           IF B4972-PRFCTL-REC (1:16) = 'SAMPLE-PER-CELL='
               MOVE B4972-PRFCTL-REC (17:2) TO B4972-CTL-CARD-CNT
               IF B4972-CTL-CARD-CNT NUMERIC
               AND B4972-CTL-CARD-CNT-N > ZERO
               AND B4972-CTL-CARD-CNT-N NOT > 20
                   MOVE B4972-CTL-CARD-CNT-N TO B4972-SAMPLE-CNT
                   GO TO 1100-EXIT
               END-IF.
           IF B4972-PRFCTL-REC (1:9) = 'BASE-CCY='
           AND B4972-PRFCTL-REC (10:3) NOT = SPACES
               MOVE B4972-PRFCTL-REC (10:3) TO B4972-BASE-CCY-CD
               GO TO 1100-EXIT.
           MOVE 'BAD PRFCTL CARD' TO B4972-ABEND-TXT.
           PERFORM 9999-ABEND THRU 9999-EXIT.
       1100-EXIT.
           EXIT.

       1200-CLEAR-EDGE-ENT.
           MOVE 'N'    TO B4972-CE-FOUND-SW (B4972-EX).
           MOVE SPACES TO B4972-CE-DATA (B4972-EX).
           MOVE ZERO   TO B4972-CE-CVG-CNT (B4972-EX)
                          B4972-CE-FUND-CNT (B4972-EX).
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-POLICY - COUNT THE LOWEST POL-ID STILL UNREAD   *
      *  ON BOTH FEED FILES, THEN TRY IT FOR ITS CELL AND AS AN EDGE  *
      *  CASE.  FUND SEGMENTS WITH NO FEED POLICY ARE ONLY COUNTED.   *
      *****************************************************************
       2000-PROCESS-POLICY.
           IF L4927-POL-ID < L4933-POL-ID
               MOVE L4927-POL-ID TO B4972-CURR-POL-ID
           ELSE
               MOVE L4933-POL-ID TO B4972-CURR-POL-ID.
           MOVE SPACES            TO B4972-POL-WORK.
           MOVE B4972-CURR-POL-ID TO B4972-PW-POL-ID.
           MOVE ZERO              TO B4972-PW-CVG-CNT
                                     B4972-PW-FUND-CNT.
           PERFORM 2100-COUNT-CVG-SEG THRU 2100-EXIT
               UNTIL B4972-FEED-EOF
                  OR L4927-POL-ID NOT = B4972-CURR-POL-ID.
           PERFORM 2200-COUNT-FUND-SEG THRU 2200-EXIT
               UNTIL B4972-FUND-EOF
                  OR L4933-POL-ID NOT = B4972-CURR-POL-ID.
           IF B4972-PW-CVG-CNT = ZERO
               GO TO 2000-EXIT.
           ADD 1 TO B4972-POL-CNT.
           PERFORM 3000-TAKE-QUOTA THRU 3000-EXIT.
           PERFORM 3500-NOTE-EDGE-CASE THRU 3500-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-COUNT-CVG-SEG - ONE CCWL4927 SEGMENT.  THE FIRST        *
      *  CARRIES THE POLICY'S LETTER TYPE, CHANNEL AND EDGE FLAGS.    *
      *****************************************************************
       2100-COUNT-CVG-SEG.
           IF B4972-PW-CVG-CNT < 999
               ADD 1 TO B4972-PW-CVG-CNT.
           IF B4972-PW-CVG-CNT = 1
               MOVE L4927-LETTER-TYP-CD   TO B4972-PW-LETTER-TYP-CD
               MOVE L4927-OW-CLI-ID       TO B4972-PW-OW-CLI-ID
               MOVE L4927-OW-LANG-PREF-CD TO B4972-PW-LANG-CD
               MOVE L4927-POL-CCY-CD      TO B4972-PW-CCY-CD
               IF L4927-OW-DELIVERY-PREF-CD = 'E'
               OR L4927-OW-DELIVERY-PREF-CD = 'S'
                   MOVE L4927-OW-DELIVERY-PREF-CD TO B4972-PW-CHNL-CD
               ELSE
                   MOVE 'P' TO B4972-PW-CHNL-CD
               END-IF
               IF L4927-POL-CCY-CD NOT = SPACES
               AND L4927-POL-CCY-CD NOT = B4972-BASE-CCY-CD
                   MOVE 'Y' TO B4972-PW-FX-IND
               ELSE
                   MOVE 'N' TO B4972-PW-FX-IND
               END-IF
               IF L4927-POL-LOAN-DELINQ-IND = 'Y'
                   MOVE 'Y' TO B4972-PW-DELINQ-IND
               ELSE
                   MOVE 'N' TO B4972-PW-DELINQ-IND
               END-IF
               IF L4927-LETTER-TYP-CD = 'HM'
               OR L4927-PLAN-TYP-HMR = 'Y'
                   MOVE 'Y' TO B4972-PW-HMR-IND
               ELSE
                   MOVE 'N' TO B4972-PW-HMR-IND
               END-IF.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

       2200-COUNT-FUND-SEG.
           IF B4972-PW-FUND-CNT < 999
               ADD 1 TO B4972-PW-FUND-CNT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TAKE-QUOTA - THE POLICY IS DRAWN WHILE ITS LETTER TYPE  *
      *  AND CHANNEL CELL IS SHORT OF THE SAMPLE-PER-CELL COUNT.      *
      *  POLICIES ARRIVE IN POL-ID ORDER SO THE DRAW IS APPENDED.     *
      *****************************************************************
       3000-TAKE-QUOTA.
           MOVE ZERO TO B4972-HIT.
           PERFORM 3010-FIND-TYP THRU 3010-EXIT
               VARYING B4972-TX FROM 1 BY 1
               UNTIL B4972-TX > B4972-TYP-CNT
                  OR B4972-HIT > ZERO.
           IF B4972-HIT = ZERO
               IF B4972-TYP-CNT = 20
                   MOVE 'TYPE TABLE FULL' TO B4972-ABEND-TXT
                   PERFORM 9999-ABEND THRU 9999-EXIT
               END-IF
               ADD 1 TO B4972-TYP-CNT
               MOVE B4972-TYP-CNT TO B4972-HIT
               MOVE B4972-PW-LETTER-TYP-CD
                   TO B4972-T-LETTER-TYP-CD (B4972-HIT)
               MOVE ZERO TO B4972-T-POL-CNT (B4972-HIT 1)
                            B4972-T-POL-CNT (B4972-HIT 2)
                            B4972-T-POL-CNT (B4972-HIT 3)
                            B4972-T-DRAWN-CNT (B4972-HIT 1)
                            B4972-T-DRAWN-CNT (B4972-HIT 2)
                            B4972-T-DRAWN-CNT (B4972-HIT 3).
           MOVE B4972-HIT TO B4972-TX.
           MOVE 1 TO B4972-CX.
           IF B4972-PW-CHNL-CD = 'E'
               MOVE 2 TO B4972-CX.
           IF B4972-PW-CHNL-CD = 'S'
               MOVE 3 TO B4972-CX.
           ADD 1 TO B4972-T-POL-CNT (B4972-TX B4972-CX).
           IF B4972-T-DRAWN-CNT (B4972-TX B4972-CX)
                   NOT < B4972-SAMPLE-CNT
               GO TO 3000-EXIT.
           IF B4972-SMP-CNT = 1300
               MOVE 'SAMPLE TABLE FULL' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4972-T-DRAWN-CNT (B4972-TX B4972-CX).
           ADD 1 TO B4972-QUOTA-CNT.
           ADD 1 TO B4972-SMP-CNT.
           MOVE 'TC' TO B4972-PW-RSN-CD.
           MOVE B4972-POL-WORK TO B4972-SMP-ENT (B4972-SMP-CNT).
       3000-EXIT.
           EXIT.

       3010-FIND-TYP.
           IF B4972-T-LETTER-TYP-CD (B4972-TX) = B4972-PW-LETTER-TYP-CD
               MOVE B4972-TX TO B4972-HIT.
       3010-EXIT.
           EXIT.

      *****************************************************************
      *  3500-NOTE-EDGE-CASE - KEEP THE POLICY AS A CANDIDATE: THE    *
      *  FIRST POLICY WITH THE HIGHEST SEGMENT COUNT, AND THE FIRST   *
      *  FOREIGN-CURRENCY, LOAN-DELINQUENT AND HMR POLICY.            *
      *****************************************************************
       3500-NOTE-EDGE-CASE.
           IF B4972-PW-CVG-CNT > B4972-CE-CVG-CNT (1)
               MOVE 1 TO B4972-EX
               PERFORM 3510-KEEP-CANDIDATE THRU 3510-EXIT.
           IF B4972-PW-FUND-CNT > B4972-CE-FUND-CNT (2)
               MOVE 2 TO B4972-EX
               PERFORM 3510-KEEP-CANDIDATE THRU 3510-EXIT.
           IF B4972-PW-FX-IND = 'Y'
           AND NOT B4972-CE-FOUND (3)
               MOVE 3 TO B4972-EX
               PERFORM 3510-KEEP-CANDIDATE THRU 3510-EXIT.
           IF B4972-PW-DELINQ-IND = 'Y'
           AND NOT B4972-CE-FOUND (4)
               MOVE 4 TO B4972-EX
               PERFORM 3510-KEEP-CANDIDATE THRU 3510-EXIT.
           IF B4972-PW-HMR-IND = 'Y'
           AND NOT B4972-CE-FOUND (5)
               MOVE 5 TO B4972-EX
               PERFORM 3510-KEEP-CANDIDATE THRU 3510-EXIT.
       3500-EXIT.
           EXIT.

       3510-KEEP-CANDIDATE.
           MOVE B4972-POL-WORK TO B4972-CE-DATA (B4972-EX).
           MOVE 'Y'            TO B4972-CE-FOUND-SW (B4972-EX).
       3510-EXIT.
           EXIT.

      *****************************************************************
      *  4000-ADD-EDGE-CASE - ONE EDGE CASE.  NOTHING TO DO WHEN THE  *
      *  RUN HAS NO SUCH POLICY OR A SAMPLED POLICY ALREADY SHOWS IT; *
      *  OTHERWISE THE CANDIDATE IS SLOTTED INTO THE SAMPLE IN POL-ID *
      *  ORDER.                                                       *
      *****************************************************************
       4000-ADD-EDGE-CASE.
           MOVE SPACES TO B4972-EDGE-DTL-POL-ID
                          B4972-EDGE-DTL-STAT-TXT.
           MOVE B4972-EDGE-NM (B4972-EX) TO B4972-EDGE-DTL-NM.
           IF NOT B4972-CE-FOUND (B4972-EX)
               ADD 1 TO B4972-EDGE-NONE-CNT
               MOVE 'NONE IN THIS RUN' TO B4972-EDGE-DTL-STAT-TXT
               PERFORM 4200-WRITE-EDGE-LINE THRU 4200-EXIT
               GO TO 4000-EXIT.
           MOVE 'N' TO B4972-COVD-SW.
           PERFORM 4010-TEST-COVERED THRU 4010-EXIT
               VARYING B4972-SX FROM 1 BY 1
               UNTIL B4972-SX > B4972-SMP-CNT
                  OR B4972-EDGE-COVERED.
           IF B4972-EDGE-COVERED
               ADD 1 TO B4972-EDGE-COVD-CNT
               MOVE B4972-SE-POL-ID (B4972-HIT)
                   TO B4972-EDGE-DTL-POL-ID
               MOVE 'ALREADY IN SAMPLE'  TO B4972-EDGE-DTL-STAT-TXT
               PERFORM 4200-WRITE-EDGE-LINE THRU 4200-EXIT
               GO TO 4000-EXIT.
           IF B4972-SMP-CNT = 1300
               MOVE 'SAMPLE TABLE FULL' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4972-EDGE-ADD-CNT.
           MOVE B4972-EDGE-RSN-CD (B4972-EX)
               TO B4972-CE-RSN-CD (B4972-EX).
           PERFORM 4100-FIND-SLOT THRU 4100-EXIT
               VARYING B4972-SX FROM 1 BY 1
               UNTIL B4972-SX > B4972-SMP-CNT
                  OR B4972-SE-POL-ID (B4972-SX)
                         > B4972-CE-POL-ID (B4972-EX).
           MOVE B4972-SX TO B4972-HIT.
           PERFORM 4110-SHIFT-SMP-ENT THRU 4110-EXIT
               VARYING B4972-SX FROM B4972-SMP-CNT BY -1
               UNTIL B4972-SX < B4972-HIT.
           ADD 1 TO B4972-SMP-CNT.
           MOVE B4972-CE-DATA (B4972-EX) TO B4972-SMP-ENT (B4972-HIT).
           MOVE B4972-CE-POL-ID (B4972-EX) TO B4972-EDGE-DTL-POL-ID.
           MOVE 'ADDED TO SAMPLE'          TO B4972-EDGE-DTL-STAT-TXT.
           PERFORM 4200-WRITE-EDGE-LINE THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

      *    A SAMPLED POLICY COVERS THE MOST-SEGMENTS CASES WHEN IT HAS
      *    AS MANY SEGMENTS AS THE CANDIDATE.
       4010-TEST-COVERED.
           IF (B4972-EX = 1
               AND B4972-SE-CVG-CNT (B4972-SX)
                   NOT < B4972-CE-CVG-CNT (1))
           OR (B4972-EX = 2
               AND B4972-SE-FUND-CNT (B4972-SX)
                   NOT < B4972-CE-FUND-CNT (2))
           OR (B4972-EX = 3
               AND B4972-SE-FX-IND (B4972-SX) = 'Y')
           OR (B4972-EX = 4
               AND B4972-SE-DELINQ-IND (B4972-SX) = 'Y')
           OR (B4972-EX = 5
               AND B4972-SE-HMR-IND (B4972-SX) = 'Y')
               MOVE B4972-SX TO B4972-HIT
               SET B4972-EDGE-COVERED TO TRUE.
       4010-EXIT.
           EXIT.

       4100-FIND-SLOT.
           CONTINUE.
       4100-EXIT.
           EXIT.

       4110-SHIFT-SMP-ENT.
           COMPUTE B4972-RX = B4972-SX + 1.
           MOVE B4972-SMP-ENT (B4972-SX) TO B4972-SMP-ENT (B4972-RX).
       4110-EXIT.
           EXIT.

       4200-WRITE-EDGE-LINE.
           WRITE B4972-RPT-REC FROM B4972-RPT-EDGE
               AFTER ADVANCING 1 LINE.
           IF B4972-PRFRPT-STAT NOT = '00'
               MOVE 'WRITE PRFRPT' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  5000-WRITE-SAMPLE - ONE CCWL4973 RECORD AND ONE WORKSHEET    *
      *  LINE PER SAMPLED POLICY.  THE FIRST ENTRY STARTS THE         *
      *  WORKSHEET BELOW THE EDGE-CASE LINES.                         *
      *****************************************************************
       5000-WRITE-SAMPLE.
           IF B4972-SX = 1
               WRITE B4972-RPT-REC FROM B4972-RPT-HDG-2
                   AFTER ADVANCING 2 LINES.
           MOVE SPACES                    TO L4973-DATA-INFO.
           MOVE B4972-RUN-ID              TO L4973-RUN-ID.
           MOVE B4972-SE-POL-ID (B4972-SX) TO L4973-POL-ID.
           MOVE B4972-SE-LETTER-TYP-CD (B4972-SX)
               TO L4973-LETTER-TYP-CD.
           MOVE B4972-SE-CHNL-CD (B4972-SX)
               TO L4973-DELIVERY-CHNL-CD.
           MOVE B4972-SE-OW-CLI-ID (B4972-SX) TO L4973-OW-CLI-ID.
           MOVE B4972-SE-LANG-CD (B4972-SX) TO L4973-OW-LANG-PREF-CD.
           MOVE B4972-SE-RSN-CD (B4972-SX) TO L4973-SAMPLE-RSN-CD.
           MOVE B4972-SE-CVG-CNT (B4972-SX) TO L4973-CVG-SEG-CNT.
           MOVE B4972-SE-FUND-CNT (B4972-SX) TO L4973-FUND-SEG-CNT.
           MOVE B4972-SE-CCY-CD (B4972-SX) TO L4973-POL-CCY-CD.
           MOVE B4972-SE-DELINQ-IND (B4972-SX) TO L4973-LOAN-DELINQ-IND.
           MOVE B4972-SE-HMR-IND (B4972-SX) TO L4973-HMR-IND.
           MOVE B4972-RUN-DT              TO L4973-SAMPLE-DT.
           WRITE L4973-DATA-INFO.
           IF B4972-PRFSMP-STAT NOT = '00'
               MOVE 'WRITE PRFSMP' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4972-SMP-OUT-CNT.
           MOVE SPACES                 TO B4972-RPT-DTL.
           MOVE L4973-POL-ID           TO B4972-DTL-POL-ID.
           MOVE L4973-LETTER-TYP-CD    TO B4972-DTL-LETTER-TYP-CD.
           MOVE L4973-DELIVERY-CHNL-CD TO B4972-DTL-CHNL-CD.
           MOVE L4973-OW-LANG-PREF-CD  TO B4972-DTL-LANG-CD.
           MOVE L4973-OW-CLI-ID        TO B4972-DTL-OW-CLI-ID.
           MOVE L4973-SAMPLE-RSN-CD    TO B4972-DTL-RSN-CD.
           MOVE L4973-CVG-SEG-CNT      TO B4972-DTL-CVG-CNT.
           MOVE L4973-FUND-SEG-CNT     TO B4972-DTL-FUND-CNT.
           MOVE L4973-POL-CCY-CD       TO B4972-DTL-CCY-CD.
           MOVE L4973-LOAN-DELINQ-IND  TO B4972-DTL-DELINQ-IND.
           MOVE L4973-HMR-IND          TO B4972-DTL-HMR-IND.
           WRITE B4972-RPT-REC FROM B4972-RPT-DTL
               AFTER ADVANCING 1 LINE.
           IF B4972-PRFRPT-STAT NOT = '00'
               MOVE 'WRITE PRFRPT' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  5500-REOPEN-FEED - START THE COPY PASS FROM THE TOP OF BOTH  *
      *  FEED FILES.                                                  *
      *****************************************************************
       5500-REOPEN-FEED.
           CLOSE FEEDIN FUNDIN.
           SET B4972-COPY-PASS TO TRUE.
           MOVE 'N' TO B4972-FEED-EOF-SW
                       B4972-FUND-EOF-SW.
           OPEN INPUT  FEEDIN FUNDIN.
           IF B4972-FEEDIN-STAT NOT = '00'
           OR B4972-FUNDIN-STAT NOT = '00'
               MOVE 'REOPEN INPUTS' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE 1 TO B4972-SX
                     B4972-SY.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       5500-EXIT.
           EXIT.

      *****************************************************************
      *  5600-COPY-FEED-REC - MATCH ONE CCWL4927 RECORD AGAINST THE   *
      *  SAMPLE (BOTH IN POL-ID ORDER); A SAMPLED POLICY'S SEGMENTS   *
      *  GO TO THE PROOF BATCH.                                       *
      *****************************************************************
       5600-COPY-FEED-REC.
           PERFORM 5610-NEXT-SMP-FEED THRU 5610-EXIT
               UNTIL B4972-SX > B4972-SMP-CNT
                  OR B4972-SE-POL-ID (B4972-SX) NOT < L4927-POL-ID.
           IF B4972-SX NOT > B4972-SMP-CNT
           AND B4972-SE-POL-ID (B4972-SX) = L4927-POL-ID
      *        PRESET THE RECEIVING ODO COUNT TO ITS MAXIMUM SO THE
      *        GROUP MOVE COPIES THE FULL RECORD AREA.
               MOVE 15 TO M4927-OW-ADDR-CNT
               WRITE M4927-DATA-INFO FROM L4927-DATA-INFO
               IF B4972-PRFFEED-STAT NOT = '00'
                   MOVE 'WRITE PRFFEED' TO B4972-ABEND-TXT
                   PERFORM 9999-ABEND THRU 9999-EXIT
               END-IF
               ADD 1 TO B4972-PRF-FEED-CNT.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
       5600-EXIT.
           EXIT.

       5610-NEXT-SMP-FEED.
           ADD 1 TO B4972-SX.
       5610-EXIT.
           EXIT.

       5700-COPY-FUND-REC.
           PERFORM 5710-NEXT-SMP-FUND THRU 5710-EXIT
               UNTIL B4972-SY > B4972-SMP-CNT
                  OR B4972-SE-POL-ID (B4972-SY) NOT < L4933-POL-ID.
           IF B4972-SY NOT > B4972-SMP-CNT
           AND B4972-SE-POL-ID (B4972-SY) = L4933-POL-ID
               MOVE 30 TO M4933-ILP-FUND-CNT
               WRITE M4933-DATA-INFO FROM L4933-DATA-INFO
               IF B4972-PRFFUND-STAT NOT = '00'
                   MOVE 'WRITE PRFFUND' TO B4972-ABEND-TXT
                   PERFORM 9999-ABEND THRU 9999-EXIT
               END-IF
               ADD 1 TO B4972-PRF-FUND-CNT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       5700-EXIT.
           EXIT.

       5710-NEXT-SMP-FUND.
           ADD 1 TO B4972-SY.
       5710-EXIT.
           EXIT.

      *****************************************************************
      *  6000-WRITE-SUMMARY - CELL COUNTS AND RUN TOTALS AT THE FOOT  *
      *  OF THE WORKSHEET.                                            *
      *****************************************************************
       6000-WRITE-SUMMARY.
           MOVE SPACES TO B4972-RPT-REC.
           WRITE B4972-RPT-REC AFTER ADVANCING 1 LINE.
           PERFORM 6100-WRITE-CELL-LINES THRU 6100-EXIT
               VARYING B4972-TX FROM 1 BY 1
               UNTIL B4972-TX > B4972-TYP-CNT.
           MOVE SPACES TO B4972-RPT-REC.
           WRITE B4972-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO B4972-RPT-LINE.
           MOVE 'POLICIES IN THE FEED                         :'
               TO B4972-RPT-TXT.
           MOVE B4972-POL-CNT TO B4972-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'SAMPLED POLICIES FOR QA SIGN-OFF             :'
               TO B4972-RPT-TXT.
           MOVE B4972-SMP-OUT-CNT TO B4972-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  DRAWN FOR LETTER TYPE / CHANNEL            :'
               TO B4972-RPT-TXT.
           MOVE B4972-QUOTA-CNT TO B4972-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  ADDED AS EDGE CASES                        :'
               TO B4972-RPT-TXT.
           MOVE B4972-EDGE-ADD-CNT TO B4972-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'EDGE CASES ALREADY IN THE SAMPLE             :'
               TO B4972-RPT-TXT.
           MOVE B4972-EDGE-COVD-CNT TO B4972-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'EDGE CASES NOT PRESENT IN THIS RUN           :'
               TO B4972-RPT-TXT.
           MOVE B4972-EDGE-NONE-CNT TO B4972-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'PROOF BATCH CCWL4927 RECORDS                 :'
               TO B4972-RPT-TXT.
           MOVE B4972-PRF-FEED-CNT TO B4972-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'PROOF BATCH CCWL4933 RECORDS                 :'
               TO B4972-RPT-TXT.
           MOVE B4972-PRF-FUND-CNT TO B4972-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
       6000-EXIT.
           EXIT.

       6100-WRITE-CELL-LINES.
           PERFORM 6110-WRITE-CELL-LINE THRU 6110-EXIT
               VARYING B4972-CX FROM 1 BY 1
               UNTIL B4972-CX > 3.
       6100-EXIT.
           EXIT.

       6110-WRITE-CELL-LINE.
           IF B4972-T-POL-CNT (B4972-TX B4972-CX) = ZERO
               GO TO 6110-EXIT.
           MOVE B4972-T-LETTER-TYP-CD (B4972-TX)
               TO B4972-CELL-LETTER-TYP-CD.
           MOVE B4972-CHNL-CD (B4972-CX) TO B4972-CELL-CHNL-CD.
           MOVE B4972-T-POL-CNT (B4972-TX B4972-CX)
               TO B4972-CELL-POL-CNT.
           MOVE B4972-T-DRAWN-CNT (B4972-TX B4972-CX)
               TO B4972-CELL-DRAWN-CNT.
           WRITE B4972-RPT-REC FROM B4972-RPT-CELL
               AFTER ADVANCING 1 LINE.
           IF B4972-PRFRPT-STAT NOT = '00'
               MOVE 'WRITE PRFRPT' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       6110-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-FEED - NEXT CCWL4927 RECORD OR EOF.  THE COPY PASS *
      *  IS COUNTED SEPARATELY AND MUST SEE THE SAME FILE.            *
      *****************************************************************
       8100-READ-FEED.
           READ FEEDIN
               AT END
                   SET B4972-FEED-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4927-POL-ID
                   GO TO 8100-EXIT.
           IF B4972-FEEDIN-STAT NOT = '00'
               MOVE 'READ FEEDIN' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4972-FIRST-PASS
               ADD 1 TO B4972-FEED-IN-CNT
           ELSE
               ADD 1 TO B4972-FEED-RD2-CNT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-READ-FUND - NEXT CCWL4933 RECORD OR EOF.                *
      *****************************************************************
       8200-READ-FUND.
           READ FUNDIN
               AT END
                   SET B4972-FUND-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4933-POL-ID
                   GO TO 8200-EXIT.
           IF B4972-FUNDIN-STAT NOT = '00'
               MOVE 'READ FUNDIN' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4972-FIRST-PASS
               ADD 1 TO B4972-FUND-IN-CNT
           ELSE
               ADD 1 TO B4972-FUND-RD2-CNT.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8710 - REPORT TOTAL LINES.                                   *
      *****************************************************************
       8710-WRITE-SUM-LINE.
           WRITE B4972-RPT-REC FROM B4972-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF B4972-PRFRPT-STAT NOT = '00'
               MOVE 'WRITE PRFRPT' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8710-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - PROVE THE TWO PASSES READ THE SAME FILES,   *
      *  CONTROL COUNTS, CLOSE, MANIFEST.                             *
      *****************************************************************
       9000-TERMINATE.
           IF B4972-FEED-RD2-CNT NOT = B4972-FEED-IN-CNT
           OR B4972-FUND-RD2-CNT NOT = B4972-FUND-IN-CNT
               MOVE 'FEED CHANGED IN RUN' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4972-SMP-CNT NOT = B4972-SMP-OUT-CNT
               MOVE 'SAMPLE COUNT ERROR' TO B4972-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           CLOSE FEEDIN FUNDIN PRFFEED PRFFUND PRFSMP PRFRPT.
           DISPLAY 'CCWB4972 SAMPLE PER CELL           : '
                   B4972-SAMPLE-CNT.
           DISPLAY 'CCWB4972 POLICIES / SAMPLED        : '
                   B4972-POL-CNT ' / ' B4972-SMP-OUT-CNT.
           DISPLAY 'CCWB4972 QUOTA / EDGE CASES ADDED  : '
                   B4972-QUOTA-CNT ' / ' B4972-EDGE-ADD-CNT.
           DISPLAY 'CCWB4972 CCWL4927 RECORDS IN/PROOF : '
                   B4972-FEED-IN-CNT ' / ' B4972-PRF-FEED-CNT.
           DISPLAY 'CCWB4972 CCWL4933 RECORDS IN/PROOF : '
                   B4972-FUND-IN-CNT ' / ' B4972-PRF-FUND-CNT.
           MOVE 'W'                 TO L4958-FUNC-CD.
           MOVE B4972-CNT-PRED-NM   TO L4958-PRED-STEP-NM.
           MOVE 'YY'                TO L4958-CHK-CNT-IND.
           MOVE B4972-FEED-IN-CNT   TO L4958-IN-CNT.
           MOVE B4972-PRF-FEED-CNT  TO L4958-OUT-CNT.
           MOVE B4972-FUND-IN-CNT   TO L4958-IN-CNT-2.
           MOVE B4972-PRF-FUND-CNT  TO L4958-OUT-CNT-2.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL I/O OR CONTROL ERROR.                     *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4972 ABEND - ' B4972-ABEND-TXT
                   ' STATS: ' B4972-FEEDIN-STAT ' '
                   B4972-FUNDIN-STAT ' ' B4972-PRFCTL-STAT ' '
                   B4972-PRFFEED-STAT ' ' B4972-PRFFUND-STAT ' '
                   B4972-PRFSMP-STAT ' ' B4972-PRFRPT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
