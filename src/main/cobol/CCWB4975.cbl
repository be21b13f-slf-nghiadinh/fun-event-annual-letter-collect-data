      *****************************************************************
      **  MEMBER :  CCWB4975                                         **
      **  REMARKS:  MONTHLY ANNUAL LETTER ENQUIRY / COMPLAINT        **
      **            ANALYSIS (CCWL4975 ENQUIRY LOG)                  **
      **                                                             **
      **            MONTHLY REPORTING STEP OVER THE ENQUIRIES THE    **
      **            CALL CENTRE LOGS ON WL75 (CCWC4975).  FOR THE    **
      **            REPORT MONTH:                                    **
      **              - ENQUIRY VOLUMES BY LETTER TYPE AND CATEGORY  **
      **                (CONTACT DATE IN THE MONTH), WITH ENQUIRIES  **
      **                PER THOUSAND LETTERS PRODUCED FROM THE       **
      **                MONTH'S CCWL4927 CONTROL TOTALS (CCWL4937),  **
      **              - POLICIES WITH REPEAT CONTACTS: TWO OR MORE   **
      **                ENQUIRIES ABOUT THE SAME LETTER (LETTER TYPE **
      **                AND ANNIVERSARY), AT LEAST ONE OF THEM IN    **
      **                THE MONTH, WHENEVER THE OTHERS WERE LOGGED,  **
      **              - EVERY ENQUIRY STILL OPEN ('O' OR 'P') MORE   **
      **                THAN SLA-DAYS AFTER ITS CONTACT DATE,        **
      **                WHATEVER MONTH IT WAS LOGGED IN.             **
      **                                                             **
      **            LETTERS PRODUCED: THE TOTAL IS L4937-POL-CNT OF  **
      **            THE MONTH'S CCWL4927 TRAILERS; BY LETTER TYPE IT **
      **            IS L4937-TYP-CNT, WHICH COUNTS FEED RECORDS (ONE **
      **            PER CVG SEGMENT) - THE SAME FIGURE CCWB4959      **
      **            REPORTS AS LETTERS BY TYPE - SO THE PER-TYPE     **
      **            RATES ARE SLIGHTLY LOW FOR MULTI-COVERAGE        **
      **            POLICIES AND DO NOT ADD UP TO THE TOTAL RATE.  A **
      **            CONTACT IS COUNTED IN THE MONTH IT WAS MADE,     **
      **            WHICHEVER RUN PRODUCED THE LETTER.  A TYPE WITH  **
      **            ENQUIRIES BUT NO LETTERS IN THE MONTH SHOWS N/A. **
      **            A MONTH RERUN ACCUMULATES INTO THE SAME LETTER   **
      **            COUNTS - PRUNE SUPERSEDED TRAILERS FROM CTLHIST  **
      **            AFTER A RERUN, AS FOR CCWB4959.                  **
      **                                                             **
      **            INPUTS: ENQHIST = UNLOAD OF WL75VSAM (CCWL4975)  **
      **            IN KEY ORDER (POL-ID / CONTACT-DT / CONTACT-TM - **
      **            AN UNSORTED FILE IS REFUSED); CTLHIST =          **
      **            ACCUMULATED CCWL4937 TRAILERS, VARIABLE LENGTH   **
      **            AS FOR CCWB4959 (A 181-BYTE TRAILER, CUT BEFORE  **
      **            THE LANGUAGE COUNTS, IS READ WITH THEM ZERO).    **
      **            ENQHIST IS READ THREE TIMES: VOLUMES, REPEAT     **
      **            CONTACTS, SERVICE-LEVEL AGE.                     **
      **            ENQCTL CARDS (BOTH REQUIRED):                    **
      **              'REPORT-MONTH=YYYYMM'                          **
      **              'SLA-DAYS=NNN'    AGE IN DAYS AFTER WHICH AN   **
      **                                OPEN ENQUIRY IS LISTED       **
      **            OUTPUT: ENQRPT.  NOT A MANIFEST STEP.            **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04975**  15OCT2026 PHONGP ANNUAL LETTER ENQUIRY / COMPLAINT LOG     **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4975.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENQHIST   ASSIGN TO ENQHIST
               FILE STATUS IS B4975-ENQHIST-STAT.
           SELECT CTLHIST   ASSIGN TO CTLHIST
               FILE STATUS IS B4975-CTLHIST-STAT.
           SELECT ENQCTL    ASSIGN TO ENQCTL
               FILE STATUS IS B4975-ENQCTL-STAT.
           SELECT ENQRPT    ASSIGN TO ENQRPT
               FILE STATUS IS B4975-ENQRPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  ENQHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
           COPY CCWL4975.
       FD  CTLHIST
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 181 TO 321 CHARACTERS
               DEPENDING ON B4975-CTL-RECLEN.
           COPY CCWL4937.
       FD  ENQCTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  B4975-ENQCTL-REC                            PIC X(080).
       FD  ENQRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  B4975-RPT-REC                               PIC X(132).
       WORKING-STORAGE SECTION.
       77  B4975-ENQHIST-STAT                          PIC X(002).
       77  B4975-CTLHIST-STAT                          PIC X(002).
       77  B4975-CTL-RECLEN                            PIC 9(009) COMP.
       77  B4975-ENQCTL-STAT                           PIC X(002).
       77  B4975-ENQRPT-STAT                           PIC X(002).
       77  B4975-TRAILER-CNT                           PIC S9(007) COMP.
       77  B4975-MTH-TRAILER-CNT                       PIC S9(007) COMP.
       77  B4975-ENQ-IN-CNT                            PIC S9(007) COMP.
       77  B4975-ENQ-RD2-CNT                           PIC S9(007) COMP.
       77  B4975-ENQ-RD3-CNT                           PIC S9(007) COMP.
       77  B4975-MTH-ENQ-CNT                           PIC S9(007) COMP.
       77  B4975-MTH-OPEN-CNT                          PIC S9(007) COMP.
       77  B4975-MTH-PEND-CNT                          PIC S9(007) COMP.
       77  B4975-MTH-RESOL-CNT                         PIC S9(007) COMP.
       77  B4975-MTH-REPRINT-CNT                       PIC S9(007) COMP.
       77  B4975-REPEAT-POL-CNT                        PIC S9(007) COMP.
       77  B4975-REPEAT-LINE-CNT                       PIC S9(007) COMP.
       77  B4975-OPEN-CNT                              PIC S9(007) COMP.
       77  B4975-SLA-CNT                               PIC S9(007) COMP.
       77  B4975-LETTER-CNT                            PIC S9(009) COMP.
       77  B4975-SLA-DAYS                              PIC S9(003) COMP.
       77  B4975-TYP-CNT                               PIC S9(003) COMP.
       77  B4975-PL-CNT                                PIC S9(003) COMP.
       77  B4975-TX                                    PIC S9(003) COMP.
       77  B4975-NX                                    PIC S9(003) COMP.
       77  B4975-CX                                    PIC S9(003) COMP.
       77  B4975-PX                                    PIC S9(003) COMP.
       77  B4975-HIT-TX                                PIC S9(003) COMP.
       77  B4975-HIT-PX                                PIC S9(003) COMP.
       77  B4975-DATE-INT                              PIC S9(007) COMP.
       77  B4975-AGE-DAYS                              PIC S9(007) COMP.
       77  B4975-RATE                                  PIC S9(007)V99
                                                       COMP-3.
       77  B4975-ABEND-TXT                             PIC X(020).

       01  B4975-SWITCHES.
           05  B4975-ENQ-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4975-ENQ-EOF                       VALUE 'Y'.
           05  B4975-CTL-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4975-CTL-EOF                       VALUE 'Y'.
           05  B4975-CARD-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4975-CARD-EOF                      VALUE 'Y'.
           05  B4975-FOUND-SW                          PIC X(001)
                                                       VALUE 'N'.
               88  B4975-FOUND                         VALUE 'Y'.
           05  B4975-PASS-SW                           PIC X(001)
                                                       VALUE '1'.
               88  B4975-VOLUME-PASS                   VALUE '1'.
               88  B4975-REPEAT-PASS                   VALUE '2'.
               88  B4975-SLA-PASS                      VALUE '3'.

       01  B4975-REPORT-MONTH                          PIC X(006).
       01  B4975-REPORT-MONTH-R REDEFINES B4975-REPORT-MONTH.
           05  B4975-RPT-YYYY                          PIC 9(004).
           05  B4975-RPT-MM                            PIC 9(002).
       01  B4975-WORK-MONTH                            PIC X(006).
       01  B4975-WORK-TYP                              PIC X(002).
       01  B4975-CURR-POL-ID                           PIC X(010).
       01  B4975-PREV-ENQ-KEY                          PIC X(028).
       01  B4975-CTL-CARD-DAYS                         PIC X(003).
       01  B4975-CTL-CARD-DAYS-N REDEFINES B4975-CTL-CARD-DAYS
                                                       PIC 9(003).

       01  B4975-DT-WORK                               PIC X(010).
       01  B4975-DT-WORK-R REDEFINES B4975-DT-WORK.
           05  B4975-DT-YYYY                           PIC X(004).
           05  FILLER                                  PIC X(001).
           05  B4975-DT-MM                             PIC X(002).
           05  FILLER                                  PIC X(001).
           05  B4975-DT-DD                             PIC X(002).

       01  B4975-RUN-DT                                PIC X(010).
       01  B4975-CUTOFF-DT                             PIC X(010).
       01  B4975-SYS-DATE                              PIC 9(008).
       01  B4975-SYS-DATE-R REDEFINES B4975-SYS-DATE.
           05  B4975-SYS-YYYY                          PIC X(004).
           05  B4975-SYS-MM                            PIC X(002).
           05  B4975-SYS-DD                            PIC X(002).
       01  B4975-CUTOFF-DATE-9                         PIC 9(008).
       01  B4975-CUTOFF-DATE-R REDEFINES
           B4975-CUTOFF-DATE-9.
           05  B4975-CUT-YYYY                          PIC X(004).
           05  B4975-CUT-MM                            PIC X(002).
           05  B4975-CUT-DD                            PIC X(002).
       01  B4975-CON-DATE-9                            PIC 9(008).
       01  B4975-CON-DATE-R REDEFINES
           B4975-CON-DATE-9.
           05  B4975-CON-YYYY                          PIC X(004).
           05  B4975-CON-MM                            PIC X(002).
           05  B4975-CON-DD                            PIC X(002).

      *****************************************************************
      *  CATEGORY COLUMNS OF THE VOLUME MATRIX, IN CCWL4975 ORDER;    *
      *  COLUMN 8 TAKES ANY CODE NOT ON THE LIST.                     *
      *****************************************************************
       01  B4975-CAT-LIST-DATA.
           05  FILLER                                  PIC X(016)
               VALUE 'WFNRLGADRPGEOT  '.
       01  B4975-CAT-LIST REDEFINES B4975-CAT-LIST-DATA.
           05  B4975-CAT-CD          OCCURS 8 TIMES   PIC X(002).

      *****************************************************************
      *  VOLUME MATRIX - ONE ENTRY PER LETTER TYPE SEEN IN THE MONTH'S *
      *  TRAILERS OR ENQUIRIES, IN ORDER OF FIRST APPEARANCE.         *
      *****************************************************************
       01  B4975-TYP-TABLE.
           05  B4975-TYP-ENT         OCCURS 20 TIMES.
               10  B4975-T-TYP-CD                      PIC X(002).
               10  B4975-T-LETTER-CNT                  PIC S9(009) COMP.
               10  B4975-T-ENQ-CNT                     PIC S9(007) COMP.
               10  B4975-T-CAT-CNT   OCCURS 8 TIMES   PIC S9(007) COMP.
       01  B4975-TOT-CAT-TABLE.
           05  B4975-TOT-CAT-CNT     OCCURS 8 TIMES   PIC S9(007) COMP.

      *****************************************************************
      *  THE CURRENT POLICY'S ENQUIRIES GROUPED BY THE LETTER THEY    *
      *  ARE ABOUT (REPEAT-CONTACT PASS).  A POLICY HAS A LETTER A    *
      *  YEAR PLUS REPRINTS, SO 50 LETTERS IS AMPLE - A FULL TABLE    *
      *  ABENDS RATHER THAN MISS A REPEAT CALLER.                     *
      *****************************************************************
       01  B4975-PL-TABLE.
           05  B4975-PL-ENT          OCCURS 50 TIMES.
               10  B4975-PL-TYP-CD                     PIC X(002).
               10  B4975-PL-ANNV-DT                    PIC X(010).
               10  B4975-PL-OW-CLI-ID                  PIC X(010).
               10  B4975-PL-ENQ-CNT                    PIC S9(003) COMP.
               10  B4975-PL-FIRST-DT                   PIC X(010).
               10  B4975-PL-LAST-DT                    PIC X(010).
               10  B4975-PL-LAST-CAT                   PIC X(002).
               10  B4975-PL-LAST-STAT                  PIC X(001).
               10  B4975-PL-IN-MONTH-SW                PIC X(001).
                   88  B4975-PL-IN-MONTH               VALUE 'Y'.

       01  B4975-RPT-HDG-1.
           05  FILLER                                  PIC X(040)
               VALUE 'CCWB4975  ANNUAL LETTER ENQUIRY ANALYSIS'.
           05  FILLER                                  PIC X(010)
               VALUE '  RUN DATE'.
           05  FILLER                                  PIC X(001).
           05  B4975-HDG-RUN-DT                        PIC X(010).
           05  FILLER                                  PIC X(008)
               VALUE '  MONTH '.
           05  B4975-HDG-MONTH                         PIC X(006).
           05  FILLER                                  PIC X(011)
               VALUE '  SLA-DAYS '.
           05  B4975-HDG-SLA-DAYS                      PIC ZZ9.
           05  FILLER                                  PIC X(043)
               VALUE SPACES.
       01  B4975-RPT-SEC-HDR.
           05  B4975-SEC-TXT                           PIC X(090).
           05  FILLER                                  PIC X(042)
               VALUE SPACES.

       01  B4975-RPT-VOL-HDG.
           05  FILLER                                  PIC X(017)
               VALUE '  TY      LETTERS'.
           05  FILLER                                  PIC X(028)
               VALUE '     WF     NR     LG     AD'.
           05  FILLER                                  PIC X(028)
               VALUE '     RP     GE     OT  OTHER'.
           05  FILLER                                  PIC X(019)
               VALUE '   TOTAL   PER-1000'.
           05  FILLER                                  PIC X(040)
               VALUE SPACES.
       01  B4975-RPT-VOL-DTL.
           05  FILLER                                  PIC X(002).
           05  B4975-VOL-TYP                           PIC X(002).
           05  FILLER                                  PIC X(002).
           05  B4975-VOL-LETTERS                       PIC ZZZ,ZZZ,ZZ9.
           05  B4975-VOL-CAT-G       OCCURS 8 TIMES.
               10  FILLER                              PIC X(001).
               10  B4975-VOL-CAT-CNT                   PIC ZZ,ZZ9.
           05  FILLER                                  PIC X(001).
           05  B4975-VOL-TOTAL                         PIC ZZZ,ZZ9.
           05  FILLER                                  PIC X(001).
           05  B4975-VOL-RATE                          PIC X(010).
           05  FILLER                                  PIC X(039).
       01  B4975-RATE-ED                               PIC ZZZ,ZZ9.99.

       01  B4975-RPT-RPT-HDG.
           05  FILLER                                  PIC X(047)
               VALUE '  POLICY     OWNER      TY ANNIVERSARY CONTACTS'.
           05  FILLER                                  PIC X(034)
               VALUE ' FIRST      LAST       LAST CAT ST'.
           05  FILLER                                  PIC X(051)
               VALUE SPACES.
       01  B4975-RPT-RPT-DTL.
           05  FILLER                                  PIC X(002).
           05  B4975-RPD-POL-ID                        PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4975-RPD-OW-CLI-ID                     PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4975-RPD-TYP                           PIC X(002).
           05  FILLER                                  PIC X(001).
           05  B4975-RPD-ANNV-DT                       PIC X(010).
           05  FILLER                                  PIC X(006).
           05  B4975-RPD-ENQ-CNT                       PIC ZZ9.
           05  FILLER                                  PIC X(002).
           05  B4975-RPD-FIRST-DT                      PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4975-RPD-LAST-DT                       PIC X(010).
           05  FILLER                                  PIC X(006).
           05  B4975-RPD-LAST-CAT                      PIC X(002).
           05  FILLER                                  PIC X(002).
           05  B4975-RPD-LAST-STAT                     PIC X(001).
           05  FILLER                                  PIC X(052).

       01  B4975-RPT-SLA-HDG.
           05  FILLER                                  PIC X(044)
               VALUE '  POLICY     CONTACT DT TIME     OWNER      '.
           05  FILLER                                  PIC X(035)
               VALUE 'TY ANNIVERSARY CH CAT ST  AGE  NOTE'.
           05  FILLER                                  PIC X(053)
               VALUE SPACES.
       01  B4975-RPT-SLA-DTL.
           05  FILLER                                  PIC X(002).
           05  B4975-SLD-POL-ID                        PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4975-SLD-CONTACT-DT                    PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4975-SLD-CONTACT-TM                    PIC X(008).
           05  FILLER                                  PIC X(001).
           05  B4975-SLD-OW-CLI-ID                     PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4975-SLD-TYP                           PIC X(002).
           05  FILLER                                  PIC X(001).
           05  B4975-SLD-ANNV-DT                       PIC X(010).
           05  FILLER                                  PIC X(002).
           05  B4975-SLD-CHNL                          PIC X(001).
           05  FILLER                                  PIC X(002).
           05  B4975-SLD-CAT                           PIC X(002).
           05  FILLER                                  PIC X(002).
           05  B4975-SLD-STAT                          PIC X(001).
           05  FILLER                                  PIC X(001).
           05  B4975-SLD-AGE                           PIC ZZ,ZZ9.
           05  FILLER                                  PIC X(002).
           05  B4975-SLD-NOTE                          PIC X(048).
           05  FILLER                                  PIC X(008).

       01  B4975-RPT-LINE.
           05  B4975-RPT-TXT                           PIC X(046).
           05  B4975-RPT-CNT                           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                  PIC X(075).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - LETTER COUNTS, THEN THE THREE ENQHIST        *
      *  PASSES, THEN THE SUMMARY.                                    *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TAKE-TRAILER THRU 2000-EXIT
               UNTIL B4975-CTL-EOF.
           PERFORM 2500-TAKE-ENQUIRY THRU 2500-EXIT
               UNTIL B4975-ENQ-EOF.
           PERFORM 3000-WRITE-VOLUMES THRU 3000-EXIT.
           PERFORM 4000-REPEAT-CONTACTS THRU 4000-EXIT.
           PERFORM 5000-OPEN-PAST-SLA THRU 5000-EXIT.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - READ THE ENQCTL CARDS, OPEN FILES, STAMP   *
      *  THE RUN AND SERVICE-LEVEL CUTOFF DATES, WRITE THE HEADING.   *
      *****************************************************************
       1000-INITIALIZE.
           MOVE ZERO TO B4975-TRAILER-CNT
                        B4975-MTH-TRAILER-CNT
                        B4975-ENQ-IN-CNT
                        B4975-ENQ-RD2-CNT
                        B4975-ENQ-RD3-CNT
                        B4975-MTH-ENQ-CNT
                        B4975-MTH-OPEN-CNT
                        B4975-MTH-PEND-CNT
                        B4975-MTH-RESOL-CNT
                        B4975-MTH-REPRINT-CNT
                        B4975-REPEAT-POL-CNT
                        B4975-REPEAT-LINE-CNT
                        B4975-OPEN-CNT
                        B4975-SLA-CNT
                        B4975-LETTER-CNT
                        B4975-TYP-CNT.
           MOVE SPACES TO B4975-REPORT-MONTH.
           MOVE -1     TO B4975-SLA-DAYS.
           PERFORM 1200-CLEAR-CAT-TOT THRU 1200-EXIT
               VARYING B4975-CX FROM 1 BY 1
               UNTIL B4975-CX > 8.
           OPEN INPUT  ENQCTL.
           IF B4975-ENQCTL-STAT NOT = '00'
               MOVE 'OPEN ENQCTL' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 1100-READ-CTL-CARD THRU 1100-EXIT
               UNTIL B4975-CARD-EOF.
           CLOSE ENQCTL.
           IF B4975-REPORT-MONTH = SPACES
               MOVE 'NO REPORT-MONTH CARD' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4975-SLA-DAYS < ZERO
               MOVE 'NO SLA-DAYS CARD' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN INPUT  CTLHIST ENQHIST.
           IF B4975-CTLHIST-STAT NOT = '00'
           OR B4975-ENQHIST-STAT NOT = '00'
               MOVE 'OPEN INPUTS' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT ENQRPT.
           IF B4975-ENQRPT-STAT NOT = '00'
               MOVE 'OPEN ENQRPT' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ACCEPT B4975-SYS-DATE FROM DATE YYYYMMDD.
           STRING B4975-SYS-YYYY '-' B4975-SYS-MM '-' B4975-SYS-DD
               DELIMITED BY SIZE INTO B4975-RUN-DT.
           COMPUTE B4975-DATE-INT =
               FUNCTION INTEGER-OF-DATE (B4975-SYS-DATE)
               - B4975-SLA-DAYS.
           COMPUTE B4975-CUTOFF-DATE-9 =
               FUNCTION DATE-OF-INTEGER (B4975-DATE-INT).
           STRING B4975-CUT-YYYY '-' B4975-CUT-MM '-' B4975-CUT-DD
               DELIMITED BY SIZE INTO B4975-CUTOFF-DT.
           MOVE B4975-RUN-DT       TO B4975-HDG-RUN-DT.
           MOVE B4975-REPORT-MONTH TO B4975-HDG-MONTH.
           MOVE B4975-SLA-DAYS     TO B4975-HDG-SLA-DAYS.
           WRITE B4975-RPT-REC FROM B4975-RPT-HDG-1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO B4975-RPT-REC.
           WRITE B4975-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE LOW-VALUES TO B4975-PREV-ENQ-KEY.
           PERFORM 8100-READ-CTLHIST THRU 8100-EXIT.
           PERFORM 8200-READ-ENQHIST THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-CTL-CARD - ONE ENQCTL CARD.  AN UNRECOGNIZED CARD  *
      *  IS REFUSED LOUDLY, NOT SKIPPED.                              *
      *****************************************************************
       1100-READ-CTL-CARD.
           READ ENQCTL
               AT END
                   SET B4975-CARD-EOF TO TRUE
                   GO TO 1100-EXIT.
           IF B4975-ENQCTL-STAT NOT = '00'
               MOVE 'READ ENQCTL' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4975-ENQCTL-REC = SPACES
               GO TO 1100-EXIT.
           IF B4975-ENQCTL-REC (1:13) = 'REPORT-MONTH='
               MOVE B4975-ENQCTL-REC (14:6) TO B4975-REPORT-MONTH
               IF B4975-REPORT-MONTH NUMERIC
               AND B4975-RPT-MM > ZERO
               AND B4975-RPT-MM NOT > 12
                   GO TO 1100-EXIT
               END-IF.
           IF B4975-ENQCTL-REC (1:9) = 'SLA-DAYS='
               MOVE B4975-ENQCTL-REC (10:3) TO B4975-CTL-CARD-DAYS
               IF B4975-CTL-CARD-DAYS NUMERIC
                   MOVE B4975-CTL-CARD-DAYS-N TO B4975-SLA-DAYS
                   GO TO 1100-EXIT
               END-IF.
           MOVE 'BAD ENQCTL CARD' TO B4975-ABEND-TXT.
           PERFORM 9999-ABEND THRU 9999-EXIT.
       1100-EXIT.
           EXIT.

       1200-CLEAR-CAT-TOT.
           MOVE ZERO TO B4975-TOT-CAT-CNT (B4975-CX).
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-TAKE-TRAILER - ONE CCWL4937 RECORD.  ONLY THE REPORT    *
      *  MONTH'S CCWL4927 TRAILERS CARRY LETTERS PRODUCED.            *
      *****************************************************************
       2000-TAKE-TRAILER.
           ADD 1 TO B4975-TRAILER-CNT.
           IF L4937-FILE-ID NOT = 'CCWL4927'
           OR L4937-RUN-MONTH NOT = B4975-REPORT-MONTH
               GO TO 2000-NEXT.
           ADD 1 TO B4975-MTH-TRAILER-CNT.
           ADD L4937-POL-CNT TO B4975-LETTER-CNT.
           PERFORM 2100-TAKE-TYP-CNT THRU 2100-EXIT
               VARYING B4975-NX FROM 1 BY 1
               UNTIL B4975-NX > 10.
       2000-NEXT.
           PERFORM 8100-READ-CTLHIST THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

       2100-TAKE-TYP-CNT.
           IF L4937-TYP-CD (B4975-NX) = SPACES
               GO TO 2100-EXIT.
           MOVE L4937-TYP-CD (B4975-NX) TO B4975-WORK-TYP.
           PERFORM 7000-FIND-TYP THRU 7000-EXIT.
           ADD L4937-TYP-CNT (B4975-NX)
               TO B4975-T-LETTER-CNT (B4975-HIT-TX).
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2500-TAKE-ENQUIRY - VOLUME PASS: AN ENQUIRY MADE IN THE      *
      *  REPORT MONTH GOES INTO ITS LETTER TYPE / CATEGORY CELL.      *
      *****************************************************************
       2500-TAKE-ENQUIRY.
           MOVE L4975-CONTACT-DT TO B4975-DT-WORK.
           PERFORM 7300-MONTH-FROM-DATE THRU 7300-EXIT.
           IF B4975-WORK-MONTH NOT = B4975-REPORT-MONTH
               GO TO 2500-NEXT.
           ADD 1 TO B4975-MTH-ENQ-CNT.
           MOVE L4975-LETTER-TYP-CD TO B4975-WORK-TYP.
           PERFORM 7000-FIND-TYP THRU 7000-EXIT.
           PERFORM 7100-FIND-CAT THRU 7100-EXIT.
           ADD 1 TO B4975-T-ENQ-CNT (B4975-HIT-TX)
                    B4975-T-CAT-CNT (B4975-HIT-TX B4975-CX)
                    B4975-TOT-CAT-CNT (B4975-CX).
           EVALUATE L4975-RESOL-STAT-CD
               WHEN 'O'
                   ADD 1 TO B4975-MTH-OPEN-CNT
               WHEN 'P'
                   ADD 1 TO B4975-MTH-PEND-CNT
               WHEN 'R'
                   ADD 1 TO B4975-MTH-RESOL-CNT
           END-EVALUATE.
           IF L4975-REPRINT-IND = 'Y'
               ADD 1 TO B4975-MTH-REPRINT-CNT.
       2500-NEXT.
           PERFORM 8200-READ-ENQHIST THRU 8200-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  3000-WRITE-VOLUMES - THE MATRIX, ONE LINE PER LETTER TYPE    *
      *  AND A TOTAL LINE.                                            *
      *****************************************************************
       3000-WRITE-VOLUMES.
           MOVE 'ENQUIRY VOLUMES BY LETTER TYPE AND CATEGORY - CONTACTS 
      -    'MADE IN THE REPORT MONTH' TO B4975-SEC-TXT.
           PERFORM 8600-WRITE-SEC-HDR THRU 8600-EXIT.
           MOVE B4975-RPT-VOL-HDG TO B4975-RPT-REC.
           PERFORM 8700-WRITE-RPT-REC THRU 8700-EXIT.
           PERFORM 3100-WRITE-TYP-LINE THRU 3100-EXIT
               VARYING B4975-TX FROM 1 BY 1
               UNTIL B4975-TX > B4975-TYP-CNT.
           MOVE SPACES TO B4975-RPT-VOL-DTL.
           MOVE '**'   TO B4975-VOL-TYP.
           MOVE B4975-LETTER-CNT  TO B4975-VOL-LETTERS.
           PERFORM 3110-MOVE-TOT-CAT THRU 3110-EXIT
               VARYING B4975-CX FROM 1 BY 1
               UNTIL B4975-CX > 8.
           MOVE B4975-MTH-ENQ-CNT TO B4975-VOL-TOTAL.
           IF B4975-LETTER-CNT = ZERO
               MOVE '       N/A' TO B4975-VOL-RATE
           ELSE
               COMPUTE B4975-RATE ROUNDED =
                   B4975-MTH-ENQ-CNT * 1000 / B4975-LETTER-CNT
               MOVE B4975-RATE    TO B4975-RATE-ED
               MOVE B4975-RATE-ED TO B4975-VOL-RATE.
           MOVE B4975-RPT-VOL-DTL TO B4975-RPT-REC.
           PERFORM 8700-WRITE-RPT-REC THRU 8700-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-TYP-LINE.
           MOVE SPACES TO B4975-RPT-VOL-DTL.
           MOVE B4975-T-TYP-CD (B4975-TX)     TO B4975-VOL-TYP.
           MOVE B4975-T-LETTER-CNT (B4975-TX) TO B4975-VOL-LETTERS.
           PERFORM 3120-MOVE-TYP-CAT THRU 3120-EXIT
               VARYING B4975-CX FROM 1 BY 1
               UNTIL B4975-CX > 8.
           MOVE B4975-T-ENQ-CNT (B4975-TX)    TO B4975-VOL-TOTAL.
           IF B4975-T-LETTER-CNT (B4975-TX) = ZERO
               MOVE '       N/A' TO B4975-VOL-RATE
           ELSE
               COMPUTE B4975-RATE ROUNDED =
                   B4975-T-ENQ-CNT (B4975-TX) * 1000
                   / B4975-T-LETTER-CNT (B4975-TX)
               MOVE B4975-RATE    TO B4975-RATE-ED
               MOVE B4975-RATE-ED TO B4975-VOL-RATE.
           MOVE B4975-RPT-VOL-DTL TO B4975-RPT-REC.
           PERFORM 8700-WRITE-RPT-REC THRU 8700-EXIT.
       3100-EXIT.
           EXIT.

       3110-MOVE-TOT-CAT.
           MOVE B4975-TOT-CAT-CNT (B4975-CX)
               TO B4975-VOL-CAT-CNT (B4975-CX).
       3110-EXIT.
           EXIT.

       3120-MOVE-TYP-CAT.
           MOVE B4975-T-CAT-CNT (B4975-TX B4975-CX)
               TO B4975-VOL-CAT-CNT (B4975-CX).
       3120-EXIT.
           EXIT.

      *****************************************************************
      *  4000-REPEAT-CONTACTS - SECOND PASS OF ENQHIST, ONE POLICY AT *
      *  A TIME.                                                      *
      *****************************************************************
       4000-REPEAT-CONTACTS.
           MOVE 'POLICIES WITH REPEAT CONTACTS ABOUT THE SAME LETTER - A
      -    'T LEAST ONE IN THE REPORT MONTH' TO B4975-SEC-TXT.
           PERFORM 8600-WRITE-SEC-HDR THRU 8600-EXIT.
           MOVE B4975-RPT-RPT-HDG TO B4975-RPT-REC.
           PERFORM 8700-WRITE-RPT-REC THRU 8700-EXIT.
           SET B4975-REPEAT-PASS TO TRUE.
           PERFORM 8300-REOPEN-ENQHIST THRU 8300-EXIT.
           PERFORM 4100-TAKE-POLICY THRU 4100-EXIT
               UNTIL B4975-ENQ-EOF.
           IF B4975-ENQ-RD2-CNT NOT = B4975-ENQ-IN-CNT
               MOVE 'ENQHIST CHANGED' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4975-REPEAT-LINE-CNT = ZERO
               MOVE '  NONE' TO B4975-RPT-REC
               PERFORM 8700-WRITE-RPT-REC THRU 8700-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-TAKE-POLICY - GROUP THE POLICY'S ENQUIRIES BY LETTER,   *
      *  THEN LIST EVERY LETTER CONTACTED ABOUT MORE THAN ONCE.       *
      *****************************************************************
       4100-TAKE-POLICY.
           MOVE L4975-POL-ID TO B4975-CURR-POL-ID.
           MOVE ZERO TO B4975-PL-CNT.
           PERFORM 4110-TAKE-POL-ENQ THRU 4110-EXIT
               UNTIL B4975-ENQ-EOF
                  OR L4975-POL-ID NOT = B4975-CURR-POL-ID.
           MOVE 'N' TO B4975-FOUND-SW.
           PERFORM 4200-LIST-REPEAT THRU 4200-EXIT
               VARYING B4975-PX FROM 1 BY 1
               UNTIL B4975-PX > B4975-PL-CNT.
           IF B4975-FOUND
               ADD 1 TO B4975-REPEAT-POL-CNT.
       4100-EXIT.
           EXIT.

       4110-TAKE-POL-ENQ.
           PERFORM 7200-FIND-LETTER THRU 7200-EXIT.
           ADD 1 TO B4975-PL-ENQ-CNT (B4975-HIT-PX).
           MOVE L4975-OW-CLI-ID
               TO B4975-PL-OW-CLI-ID (B4975-HIT-PX).
           MOVE L4975-CONTACT-DT
               TO B4975-PL-LAST-DT (B4975-HIT-PX).
           MOVE L4975-CATEGORY-CD
               TO B4975-PL-LAST-CAT (B4975-HIT-PX).
           MOVE L4975-RESOL-STAT-CD
               TO B4975-PL-LAST-STAT (B4975-HIT-PX).
           MOVE L4975-CONTACT-DT TO B4975-DT-WORK.
           PERFORM 7300-MONTH-FROM-DATE THRU 7300-EXIT.
           IF B4975-WORK-MONTH = B4975-REPORT-MONTH
               SET B4975-PL-IN-MONTH (B4975-HIT-PX) TO TRUE.
           PERFORM 8200-READ-ENQHIST THRU 8200-EXIT.
       4110-EXIT.
           EXIT.

       4200-LIST-REPEAT.
           IF B4975-PL-ENQ-CNT (B4975-PX) < 2
           OR NOT B4975-PL-IN-MONTH (B4975-PX)
               GO TO 4200-EXIT.
           SET B4975-FOUND TO TRUE.
           MOVE SPACES TO B4975-RPT-RPT-DTL.
           MOVE B4975-CURR-POL-ID TO B4975-RPD-POL-ID.
           MOVE B4975-PL-OW-CLI-ID (B4975-PX) TO B4975-RPD-OW-CLI-ID.
           MOVE B4975-PL-TYP-CD (B4975-PX)    TO B4975-RPD-TYP.
           MOVE B4975-PL-ANNV-DT (B4975-PX)   TO B4975-RPD-ANNV-DT.
           MOVE B4975-PL-ENQ-CNT (B4975-PX)   TO B4975-RPD-ENQ-CNT.
           MOVE B4975-PL-FIRST-DT (B4975-PX)  TO B4975-RPD-FIRST-DT.
           MOVE B4975-PL-LAST-DT (B4975-PX)   TO B4975-RPD-LAST-DT.
           MOVE B4975-PL-LAST-CAT (B4975-PX)  TO B4975-RPD-LAST-CAT.
           MOVE B4975-PL-LAST-STAT (B4975-PX) TO B4975-RPD-LAST-STAT.
           MOVE B4975-RPT-RPT-DTL TO B4975-RPT-REC.
           PERFORM 8700-WRITE-RPT-REC THRU 8700-EXIT.
           ADD 1 TO B4975-REPEAT-LINE-CNT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  5000-OPEN-PAST-SLA - THIRD PASS OF ENQHIST: OPEN OR PENDING  *
      *  ENQUIRIES OLDER THAN THE SERVICE LEVEL, ANY MONTH.           *
      *****************************************************************
       5000-OPEN-PAST-SLA.
           MOVE 'ENQUIRIES OPEN OR PENDING PAST THE SERVICE LEVEL - ALL 
      -    'MONTHS, AGE IN DAYS AT THE RUN DATE' TO B4975-SEC-TXT.
           PERFORM 8600-WRITE-SEC-HDR THRU 8600-EXIT.
           MOVE B4975-RPT-SLA-HDG TO B4975-RPT-REC.
           PERFORM 8700-WRITE-RPT-REC THRU 8700-EXIT.
           SET B4975-SLA-PASS TO TRUE.
           PERFORM 8300-REOPEN-ENQHIST THRU 8300-EXIT.
           PERFORM 5100-TAKE-OPEN THRU 5100-EXIT
               UNTIL B4975-ENQ-EOF.
           IF B4975-ENQ-RD3-CNT NOT = B4975-ENQ-IN-CNT
               MOVE 'ENQHIST CHANGED' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4975-SLA-CNT = ZERO
               MOVE '  NONE' TO B4975-RPT-REC
               PERFORM 8700-WRITE-RPT-REC THRU 8700-EXIT.
       5000-EXIT.
           EXIT.

       5100-TAKE-OPEN.
           IF L4975-RESOL-STAT-CD NOT = 'O'
           AND L4975-RESOL-STAT-CD NOT = 'P'
               GO TO 5100-NEXT.
           ADD 1 TO B4975-OPEN-CNT.
           IF L4975-CONTACT-DT NOT < B4975-CUTOFF-DT
               GO TO 5100-NEXT.
           MOVE L4975-CONTACT-DT TO B4975-DT-WORK.
           MOVE B4975-DT-YYYY TO B4975-CON-YYYY.
           MOVE B4975-DT-MM   TO B4975-CON-MM.
           MOVE B4975-DT-DD   TO B4975-CON-DD.
           MOVE ZERO TO B4975-AGE-DAYS.
           IF B4975-CON-DATE-9 NUMERIC
               COMPUTE B4975-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (B4975-SYS-DATE)
                   - FUNCTION INTEGER-OF-DATE (B4975-CON-DATE-9).
           MOVE SPACES TO B4975-RPT-SLA-DTL.
           MOVE L4975-POL-ID          TO B4975-SLD-POL-ID.
           MOVE L4975-CONTACT-DT      TO B4975-SLD-CONTACT-DT.
           MOVE L4975-CONTACT-TM      TO B4975-SLD-CONTACT-TM.
           MOVE L4975-OW-CLI-ID       TO B4975-SLD-OW-CLI-ID.
           MOVE L4975-LETTER-TYP-CD   TO B4975-SLD-TYP.
           MOVE L4975-POL-ANNV-DT     TO B4975-SLD-ANNV-DT.
           MOVE L4975-CONTACT-CHNL-CD TO B4975-SLD-CHNL.
           MOVE L4975-CATEGORY-CD     TO B4975-SLD-CAT.
           MOVE L4975-RESOL-STAT-CD   TO B4975-SLD-STAT.
           MOVE B4975-AGE-DAYS        TO B4975-SLD-AGE.
           MOVE L4975-NOTE-TXT        TO B4975-SLD-NOTE.
           MOVE B4975-RPT-SLA-DTL TO B4975-RPT-REC.
           PERFORM 8700-WRITE-RPT-REC THRU 8700-EXIT.
           ADD 1 TO B4975-SLA-CNT.
       5100-NEXT.
           PERFORM 8200-READ-ENQHIST THRU 8200-EXIT.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  6000-WRITE-SUMMARY - RUN TOTALS AT THE FOOT OF THE REPORT.   *
      *****************************************************************
       6000-WRITE-SUMMARY.
           MOVE SPACES TO B4975-RPT-REC.
           WRITE B4975-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO B4975-RPT-LINE.
           MOVE 'LETTERS PRODUCED IN THE MONTH (CCWL4927)     :'
               TO B4975-RPT-TXT.
           MOVE B4975-LETTER-CNT TO B4975-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'ENQUIRIES MADE IN THE MONTH                  :'
               TO B4975-RPT-TXT.
           MOVE B4975-MTH-ENQ-CNT TO B4975-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  STILL OPEN                                 :'
               TO B4975-RPT-TXT.
           MOVE B4975-MTH-OPEN-CNT TO B4975-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  PENDING WITH ANOTHER AREA                  :'
               TO B4975-RPT-TXT.
           MOVE B4975-MTH-PEND-CNT TO B4975-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  RESOLVED                                   :'
               TO B4975-RPT-TXT.
           MOVE B4975-MTH-RESOL-CNT TO B4975-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  WITH A REPRINT QUEUED                      :'
               TO B4975-RPT-TXT.
           MOVE B4975-MTH-REPRINT-CNT TO B4975-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'POLICIES WITH REPEAT CONTACTS                :'
               TO B4975-RPT-TXT.
           MOVE B4975-REPEAT-POL-CNT TO B4975-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'ENQUIRIES OPEN OR PENDING, ALL MONTHS        :'
               TO B4975-RPT-TXT.
           MOVE B4975-OPEN-CNT TO B4975-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  PAST THE SERVICE LEVEL                     :'
               TO B4975-RPT-TXT.
           MOVE B4975-SLA-CNT TO B4975-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  7000-FIND-TYP - FIND OR ADD THE B4975-WORK-TYP ENTRY.        *
      *****************************************************************
       7000-FIND-TYP.
           MOVE 'N'  TO B4975-FOUND-SW.
           MOVE ZERO TO B4975-HIT-TX.
           PERFORM 7010-TEST-TYP THRU 7010-EXIT
               VARYING B4975-TX FROM 1 BY 1
               UNTIL B4975-TX > B4975-TYP-CNT
                  OR B4975-FOUND.
           IF B4975-FOUND
               GO TO 7000-EXIT.
           IF B4975-TYP-CNT = 20
               MOVE 'TYPE TABLE FULL' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4975-TYP-CNT.
           MOVE B4975-TYP-CNT TO B4975-HIT-TX.
           MOVE B4975-WORK-TYP TO B4975-T-TYP-CD (B4975-HIT-TX).
           MOVE ZERO TO B4975-T-LETTER-CNT (B4975-HIT-TX)
                        B4975-T-ENQ-CNT (B4975-HIT-TX).
           PERFORM 7020-CLEAR-TYP-CAT THRU 7020-EXIT
               VARYING B4975-CX FROM 1 BY 1
               UNTIL B4975-CX > 8.
       7000-EXIT.
           EXIT.

       7010-TEST-TYP.
           IF B4975-T-TYP-CD (B4975-TX) = B4975-WORK-TYP
               MOVE B4975-TX TO B4975-HIT-TX
               SET B4975-FOUND TO TRUE.
       7010-EXIT.
           EXIT.

       7020-CLEAR-TYP-CAT.
           MOVE ZERO TO B4975-T-CAT-CNT (B4975-HIT-TX B4975-CX).
       7020-EXIT.
           EXIT.

      *****************************************************************
      *  7100-FIND-CAT - COLUMN OF L4975-CATEGORY-CD IN B4975-CX;     *
      *  AN UNLISTED CODE GOES TO COLUMN 8.                           *
      *****************************************************************
       7100-FIND-CAT.
           PERFORM 7110-TEST-CAT THRU 7110-EXIT
               VARYING B4975-CX FROM 1 BY 1
               UNTIL B4975-CX = 8
                  OR B4975-CAT-CD (B4975-CX) = L4975-CATEGORY-CD.
       7100-EXIT.
           EXIT.

       7110-TEST-CAT.
           CONTINUE.
       7110-EXIT.
           EXIT.

      *****************************************************************
      *  7200-FIND-LETTER - FIND OR ADD THE CURRENT POLICY'S ENTRY    *
      *  FOR THE LETTER THIS ENQUIRY IS ABOUT.                        *
      *****************************************************************
       7200-FIND-LETTER.
           MOVE 'N'  TO B4975-FOUND-SW.
           MOVE ZERO TO B4975-HIT-PX.
           PERFORM 7210-TEST-LETTER THRU 7210-EXIT
               VARYING B4975-PX FROM 1 BY 1
               UNTIL B4975-PX > B4975-PL-CNT
                  OR B4975-FOUND.
           IF B4975-FOUND
               GO TO 7200-EXIT.
           IF B4975-PL-CNT = 50
               MOVE 'LETTER TABLE FULL' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4975-PL-CNT.
           MOVE B4975-PL-CNT TO B4975-HIT-PX.
           MOVE L4975-LETTER-TYP-CD TO B4975-PL-TYP-CD (B4975-HIT-PX).
           MOVE L4975-POL-ANNV-DT   TO B4975-PL-ANNV-DT (B4975-HIT-PX).
           MOVE L4975-CONTACT-DT    TO B4975-PL-FIRST-DT (B4975-HIT-PX).
           MOVE ZERO TO B4975-PL-ENQ-CNT (B4975-HIT-PX).
           MOVE 'N'  TO B4975-PL-IN-MONTH-SW (B4975-HIT-PX).
       7200-EXIT.
           EXIT.

       7210-TEST-LETTER.
           IF B4975-PL-TYP-CD (B4975-PX) = L4975-LETTER-TYP-CD
           AND B4975-PL-ANNV-DT (B4975-PX) = L4975-POL-ANNV-DT
               MOVE B4975-PX TO B4975-HIT-PX
               SET B4975-FOUND TO TRUE.
       7210-EXIT.
           EXIT.

      *****************************************************************
      *  7300-MONTH-FROM-DATE - 'YYYY-MM-DD' IN B4975-DT-WORK TO      *
      *  'YYYYMM' IN B4975-WORK-MONTH.                                *
      *****************************************************************
       7300-MONTH-FROM-DATE.
           MOVE SPACES TO B4975-WORK-MONTH.
           STRING B4975-DT-YYYY B4975-DT-MM
               DELIMITED BY SIZE INTO B4975-WORK-MONTH.
       7300-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-CTLHIST - NEXT CCWL4937 TRAILER OR EOF.            *
      *****************************************************************
       8100-READ-CTLHIST.
           READ CTLHIST
               AT END
                   SET B4975-CTL-EOF TO TRUE
                   GO TO 8100-EXIT.
           IF B4975-CTLHIST-STAT NOT = '00'
               MOVE 'READ CTLHIST' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
      *    A TRAILER CUT BEFORE THE LANGUAGE COUNTS IS 181 BYTES.
           IF B4975-CTL-RECLEN < 321
               MOVE ZERO TO L4937-TYP-LANG-CNT-G.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-READ-ENQHIST - NEXT CCWL4975 RECORD OR EOF.  THE        *
      *  REPEAT-CONTACT PASS GROUPS BY POLICY, SO AN UNSORTED UNLOAD  *
      *  IS REFUSED; EACH PASS IS COUNTED AND MUST SEE THE SAME FILE. *
      *****************************************************************
       8200-READ-ENQHIST.
           READ ENQHIST
               AT END
                   SET B4975-ENQ-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4975-POL-ID
                   GO TO 8200-EXIT.
           IF B4975-ENQHIST-STAT NOT = '00'
               MOVE 'READ ENQHIST' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF L4975-ENQ-KEY < B4975-PREV-ENQ-KEY
               MOVE 'ENQHIST OUT OF SEQ' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE L4975-ENQ-KEY TO B4975-PREV-ENQ-KEY.
           EVALUATE TRUE
               WHEN B4975-VOLUME-PASS
                   ADD 1 TO B4975-ENQ-IN-CNT
               WHEN B4975-REPEAT-PASS
                   ADD 1 TO B4975-ENQ-RD2-CNT
               WHEN OTHER
                   ADD 1 TO B4975-ENQ-RD3-CNT
           END-EVALUATE.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-REOPEN-ENQHIST - BACK TO THE START OF ENQHIST FOR THE   *
      *  NEXT PASS.                                                   *
      *****************************************************************
       8300-REOPEN-ENQHIST.
           CLOSE ENQHIST.
           OPEN INPUT ENQHIST.
           IF B4975-ENQHIST-STAT NOT = '00'
               MOVE 'REOPEN ENQHIST' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE 'N' TO B4975-ENQ-EOF-SW.
           MOVE LOW-VALUES TO B4975-PREV-ENQ-KEY.
           PERFORM 8200-READ-ENQHIST THRU 8200-EXIT.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8600-8710 - REPORT WRITES.                                   *
      *****************************************************************
       8600-WRITE-SEC-HDR.
           MOVE SPACES TO B4975-RPT-REC.
           WRITE B4975-RPT-REC FROM B4975-RPT-SEC-HDR
               AFTER ADVANCING 2 LINES.
           IF B4975-ENQRPT-STAT NOT = '00'
               MOVE 'WRITE ENQRPT' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE SPACES TO B4975-SEC-TXT.
       8600-EXIT.
           EXIT.

       8700-WRITE-RPT-REC.
           WRITE B4975-RPT-REC AFTER ADVANCING 1 LINE.
           IF B4975-ENQRPT-STAT NOT = '00'
               MOVE 'WRITE ENQRPT' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8700-EXIT.
           EXIT.

       8710-WRITE-SUM-LINE.
           WRITE B4975-RPT-REC FROM B4975-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF B4975-ENQRPT-STAT NOT = '00'
               MOVE 'WRITE ENQRPT' TO B4975-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8710-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CONTROL COUNTS AND CLOSE.                   *
      *****************************************************************
       9000-TERMINATE.
           CLOSE CTLHIST ENQHIST ENQRPT.
           DISPLAY 'CCWB4975 TRAILERS READ             : '
                   B4975-TRAILER-CNT.
           DISPLAY 'CCWB4975 MONTH CCWL4927 TRAILERS   : '
                   B4975-MTH-TRAILER-CNT.
           DISPLAY 'CCWB4975 ENQUIRY RECORDS READ      : '
                   B4975-ENQ-IN-CNT.
           DISPLAY 'CCWB4975 ENQUIRIES IN THE MONTH    : '
                   B4975-MTH-ENQ-CNT.
           DISPLAY 'CCWB4975 REPEAT-CONTACT POLICIES   : '
                   B4975-REPEAT-POL-CNT.
           DISPLAY 'CCWB4975 OPEN PAST SERVICE LEVEL   : '
                   B4975-SLA-CNT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL ERROR.                                    *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4975 ABEND - ' B4975-ABEND-TXT
                   ' STATS: ' B4975-ENQHIST-STAT ' '
                   B4975-CTLHIST-STAT ' ' B4975-ENQCTL-STAT ' '
                   B4975-ENQRPT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
