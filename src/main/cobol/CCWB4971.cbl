      *****************************************************************
      **  MEMBER :  CCWB4971                                         **
      **  REMARKS:  ANNUAL LETTER ISSUANCE REGISTER AND DUPLICATE-   **
      **            LETTER GUARD                                     **
      **                                                             **
      **            LAST FEED STEP BEFORE THE BALANCING STEP         **
      **            (CCWB4948) AND THE DOCID HAND-OFF.  CHECKS EVERY **
      **            LETTER AGAINST THE PERMANENT ISSUANCE REGISTER   **
      **            (CCWL4970), KEYED POL-ID / L4927-POL-ANNV-DT /   **
      **            L4927-LETTER-TYP-CD / REPRINT FLAG:              **
      **              - A NON-REPRINT LETTER WHOSE KEY IS ALREADY    **
      **                REGISTERED HAS GONE OUT BEFORE (A RERUN      **
      **                AFTER A RESTART, A CCWB4942 REWORK RE-       **
      **                EXTRACT).  ITS CCWL4927 AND CCWL4933         **
      **                SEGMENTS ARE NOT PASSED ON; A CCWL4971       **
      **                RECORD IS WRITTEN TO DUPHLD FOR THE          **
      **                BALANCING STEP AND THE LETTER IS LISTED ON   **
      **                THE DUPRPT DUPLICATE REPORT.                 **
      **              - ANY OTHER LETTER IS PASSED ON AND REGISTERED **
      **                WITH THE RUN ID, CHANNEL AND ISSUE (RUN)     **
      **                DATE.  A REPRINT KEY ALREADY ON FILE (A      **
      **                SECOND REPRINT OF THE SAME ANNIVERSARY) IS   **
      **                RE-ISSUED: ITS ENTRY TAKES THE LATEST ISSUE  **
      **                AND L4970-ISSUE-CNT IS STEPPED.              **
      **            THE CHANNEL IS THE OWNER'S DELIVERY PREFERENCE;  **
      **            A BLANK OR UNKNOWN PREFERENCE IS PRINT, AS IN    **
      **            CCWB4951.  FUND SEGMENTS WITH NO FEED POLICY     **
      **            PASS THROUGH UNCHECKED.                          **
      **                                                             **
      **            ISSCTL CARD (REQUIRED):                          **
      **              'REPRINT-RUN=N'  THE MONTHLY ANNUAL-LETTER RUN **
      **              'REPRINT-RUN=Y'  THE CCWB4951 REPRINT FEED     **
      **                                                             **
      **            FEEDIN/FUNDIN MUST BE SORTED BY POL-ID; REGIN    **
      **            (THE CURRENT CCWL4970 GENERATION, EMPTY ON THE   **
      **            FIRST RUN) BY ITS KEY.  REGOUT IS THE NEXT       **
      **            GENERATION - CATALOG IT ONLY WHEN THE CCWB4973   **
      **            PROOF GATE RELEASES THE RUN (RETURN CODE 0).  A  **
      **            RUN THAT DOES NOT BALANCE OR THAT QA HOLDS KEEPS **
      **            THE CURRENT GENERATION, SO THE CORRECTED RERUN   **
      **            FROM THIS STEP READS THE SAME REGIN AGAIN AND NO **
      **            UNRELEASED LETTER IS EVER REGISTERED.            **
      **            RETURN CODE 4 = ONE OR MORE LETTERS PULLED; THE  **
      **            CLEAN FILES ARE STILL GOOD TO HAND OFF.          **
      **                                                             **
      **            MANIFEST (CCWB4957): RUNS AFTER CCWB4967 AND     **
      **            PROVES ITS INPUT COUNTS AGAINST IT.  CCWB4948    **
      **            PROVES AGAINST THIS STEP.                        **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04971**  15OCT2026 PHONGP ISSUANCE REGISTER / DUPLICATE GUARD       **
U04971**  15OCT2026 PHONGP FEED SLOT RESIZED FOR CCWL4927 LANG-INFO   **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4971.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDIN    ASSIGN TO FEEDIN
               FILE STATUS IS B4971-FEEDIN-STAT.
           SELECT FEEDOUT   ASSIGN TO FEEDOUT
               FILE STATUS IS B4971-FEEDOUT-STAT.
           SELECT FUNDIN    ASSIGN TO FUNDIN
               FILE STATUS IS B4971-FUNDIN-STAT.
           SELECT FUNDOUT   ASSIGN TO FUNDOUT
               FILE STATUS IS B4971-FUNDOUT-STAT.
           SELECT ISSCTL    ASSIGN TO ISSCTL
               FILE STATUS IS B4971-ISSCTL-STAT.
           SELECT REGIN     ASSIGN TO REGIN
               FILE STATUS IS B4971-REGIN-STAT.
           SELECT REGOUT    ASSIGN TO REGOUT
               FILE STATUS IS B4971-REGOUT-STAT.
           SELECT DUPHLD    ASSIGN TO DUPHLD
               FILE STATUS IS B4971-DUPHLD-STAT.
           SELECT DUPRPT    ASSIGN TO DUPRPT
               FILE STATUS IS B4971-DUPRPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  FEEDIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4927.
       FD  FEEDOUT
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4927 REPLACING LEADING ==L4927== BY ==M4927==.
       FD  FUNDIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4933.
       FD  FUNDOUT
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4933 REPLACING LEADING ==L4933== BY ==M4933==.
       FD  ISSCTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  B4971-ISSCTL-REC                            PIC X(080).
       FD  REGIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
           COPY CCWL4970.
       FD  REGOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  B4971-REGOUT-REC                            PIC X(100).
       FD  DUPHLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
           COPY CCWL4971.
       FD  DUPRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  B4971-RPT-REC                               PIC X(132).
       WORKING-STORAGE SECTION.
       77  B4971-FEEDIN-STAT                           PIC X(002).
       77  B4971-FEEDOUT-STAT                          PIC X(002).
       77  B4971-FUNDIN-STAT                           PIC X(002).
       77  B4971-FUNDOUT-STAT                          PIC X(002).
       77  B4971-ISSCTL-STAT                           PIC X(002).
       77  B4971-REGIN-STAT                            PIC X(002).
       77  B4971-REGOUT-STAT                           PIC X(002).
       77  B4971-DUPHLD-STAT                           PIC X(002).
       77  B4971-DUPRPT-STAT                           PIC X(002).
       77  B4971-POL-CNT                               PIC S9(007) COMP.
       77  B4971-POL-NEW-CNT                           PIC S9(007) COMP.
       77  B4971-POL-REISS-CNT                         PIC S9(007) COMP.
       77  B4971-POL-DUP-CNT                           PIC S9(007) COMP.
       77  B4971-FEED-IN-CNT                           PIC S9(007) COMP.
       77  B4971-FEED-OUT-CNT                          PIC S9(007) COMP.
       77  B4971-FUND-IN-CNT                           PIC S9(007) COMP.
       77  B4971-FUND-OUT-CNT                          PIC S9(007) COMP.
       77  B4971-REG-IN-CNT                            PIC S9(007) COMP.
       77  B4971-REG-OUT-CNT                           PIC S9(007) COMP.
       77  B4971-DUP-OUT-CNT                           PIC S9(007) COMP.
       77  B4971-CVG-SEG-CNT                           PIC S9(003) COMP.
       77  B4971-FUND-SEG-CNT                          PIC S9(003) COMP.
       77  B4971-SEG-IDX                               PIC S9(003) COMP.
       77  B4971-RB-CNT                                PIC S9(003) COMP.
       77  B4971-RB-HIT                                PIC S9(003) COMP.
       77  B4971-HX                                    PIC S9(003) COMP.
       77  B4971-RX                                    PIC S9(003) COMP.
       77  B4971-ABEND-TXT                             PIC X(020).

       01  B4971-SWITCHES.
           05  B4971-FEED-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4971-FEED-EOF                      VALUE 'Y'.
           05  B4971-FUND-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4971-FUND-EOF                      VALUE 'Y'.
           05  B4971-REG-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4971-REG-EOF                       VALUE 'Y'.
           05  B4971-CTL-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4971-CTL-EOF                       VALUE 'Y'.
           05  B4971-REPRINT-IND                       PIC X(001)
                                                       VALUE SPACE.
               88  B4971-REPRINT-RUN                   VALUE 'Y'.
               88  B4971-MONTHLY-RUN                   VALUE 'N'.

       01  B4971-CNT-PRED-NM                           PIC X(012).
       01  B4971-RUN-ID                                PIC X(010).
       01  B4971-RUN-DT                                PIC X(010).
       01  B4971-SYS-DATE                              PIC 9(008).
       01  B4971-SYS-DATE-R REDEFINES B4971-SYS-DATE.
           05  B4971-SYS-YYYY                          PIC X(004).
           05  B4971-SYS-MM                            PIC X(002).
           05  B4971-SYS-DD                            PIC X(002).

      *****************************************************************
      *  CURRENT POLICY - TAKEN FROM ITS FIRST CCWL4927 SEGMENT.      *
      *  B4971-POL-KEY IS ITS REGISTER KEY BELOW POL-ID.              *
      *****************************************************************
       01  B4971-POL-INFO.
           05  B4971-CURR-POL-ID                       PIC X(010).
           05  B4971-POL-KEY.
               10  B4971-POL-ANNV-DT                   PIC X(010).
               10  B4971-POL-LETTER-TYP-CD             PIC X(002).
               10  B4971-POL-REPRINT-IND               PIC X(001).
           05  B4971-POL-OW-CLI-ID                     PIC X(010).
           05  B4971-POL-AG-ID                         PIC X(006).
           05  B4971-POL-OW-NM                         PIC X(100).
           05  B4971-POL-CHNL-CD                       PIC X(001).

      *****************************************************************
      *  THE CURRENT POLICY'S CCWL4970 REGISTER RECORDS, IN KEY       *
      *  ORDER, UNTIL THEY ARE REWRITTEN TO REGOUT.                   *
      *****************************************************************
       01  B4971-REG-BUFFER.
           05  B4971-RB-ENT          OCCURS 99 TIMES.
               10  B4971-RB-KEY                        PIC X(013).
               10  B4971-RB-REC                        PIC X(100).

      *****************************************************************
      *  PER-POLICY SEGMENT BUFFERS, AS IN CCWB4944.  THE SLOT SIZES  *
      *  ARE THE MAXIMUM CCWL4927/CCWL4933 RECORD LENGTHS - RESIZE    *
      *  THEM WHENEVER THOSE COPYBOOKS GROW.                          *
      *****************************************************************
       01  B4971-CVG-SEG-BUFFER.
           05  B4971-CVG-SEG-SLOT    OCCURS 99 TIMES  PIC X(24493).
       01  B4971-FUND-SEG-BUFFER.
           05  B4971-FUND-SEG-SLOT   OCCURS 99 TIMES  PIC X(2445).

       01  B4971-RPT-HDG-1.
           05  FILLER                                  PIC X(034)
               VALUE 'CCWB4971  DUPLICATE LETTERS PULLED'.
           05  FILLER                                  PIC X(022)
               VALUE ' - ISSUANCE REGISTER  '.
           05  FILLER                                  PIC X(009)
               VALUE 'RUN DATE '.
           05  B4971-HDG-RUN-DT                        PIC X(010).
           05  FILLER                                  PIC X(009)
               VALUE '  RUN ID '.
           05  B4971-HDG-RUN-ID                        PIC X(010).
           05  FILLER                                  PIC X(010)
               VALUE '  REPRINT '.
           05  B4971-HDG-REPRINT-IND                   PIC X(001).
           05  FILLER                                  PIC X(027)
               VALUE SPACES.
       01  B4971-RPT-HDG-2.
           05  FILLER                                  PIC X(011)
               VALUE 'POL-ID     '.
           05  FILLER                                  PIC X(003)
               VALUE 'LT '.
           05  FILLER                                  PIC X(011)
               VALUE 'ANNIV DT   '.
           05  FILLER                                  PIC X(003)
               VALUE 'CH '.
           05  FILLER                                  PIC X(007)
               VALUE 'AGENT  '.
           05  FILLER                                  PIC X(031)
               VALUE 'OWNER'.
           05  FILLER                                  PIC X(011)
               VALUE 'ISSUED RUN '.
           05  FILLER                                  PIC X(011)
               VALUE 'ISSUED DT  '.
           05  FILLER                                  PIC X(044)
               VALUE 'CH'.
       01  B4971-RPT-DTL.
           05  B4971-DTL-POL-ID                        PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4971-DTL-LETTER-TYP-CD                 PIC X(002).
           05  FILLER                                  PIC X(001).
           05  B4971-DTL-ANNV-DT                       PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4971-DTL-CHNL-CD                       PIC X(001).
           05  FILLER                                  PIC X(002).
           05  B4971-DTL-AG-ID                         PIC X(006).
           05  FILLER                                  PIC X(001).
           05  B4971-DTL-OW-NM                         PIC X(030).
           05  FILLER                                  PIC X(001).
           05  B4971-DTL-PRIOR-RUN-ID                  PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4971-DTL-PRIOR-ISSUE-DT                PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4971-DTL-PRIOR-CHNL-CD                 PIC X(001).
           05  FILLER                                  PIC X(043).
       01  B4971-RPT-LINE.
           05  B4971-RPT-TXT                           PIC X(046).
           05  B4971-RPT-CNT                           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                  PIC X(075).

           COPY CCWL4970 REPLACING LEADING ==L4970== BY ==W4970==.

           COPY CCWL4958.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - ONE POLICY AT A TIME ACROSS THE FEED, FUND   *
      *  AND REGISTER FILES, THEN THE REST OF THE REGISTER AND THE    *
      *  REPORT TOTALS.                                               *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-POLICY THRU 2000-EXIT
               UNTIL B4971-FEED-EOF AND B4971-FUND-EOF.
           PERFORM 2410-COPY-REG THRU 2410-EXIT
               UNTIL B4971-REG-EOF.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - MANIFEST, CONTROL CARD, OPEN, REPORT       *
      *  HEADINGS, PRIME.                                             *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 'CCWB4971' TO L4958-STEP-NM.
           MOVE 'S'        TO L4958-FUNC-CD.
           MOVE SPACES     TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE L4958-RUN-ID TO B4971-RUN-ID.
           MOVE 'C'        TO L4958-FUNC-CD.
           MOVE 'CCWB4967' TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE 'CCWB4967' TO B4971-CNT-PRED-NM.
           MOVE ZERO TO B4971-POL-CNT
                        B4971-POL-NEW-CNT
                        B4971-POL-REISS-CNT
                        B4971-POL-DUP-CNT
                        B4971-FEED-IN-CNT
                        B4971-FEED-OUT-CNT
                        B4971-FUND-IN-CNT
                        B4971-FUND-OUT-CNT
                        B4971-REG-IN-CNT
                        B4971-REG-OUT-CNT
                        B4971-DUP-OUT-CNT.
           OPEN INPUT  ISSCTL.
           IF B4971-ISSCTL-STAT NOT = '00'
               MOVE 'OPEN ISSCTL' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 1100-READ-CTL-CARD THRU 1100-EXIT
               UNTIL B4971-CTL-EOF.
           CLOSE ISSCTL.
           IF NOT B4971-REPRINT-RUN
           AND NOT B4971-MONTHLY-RUN
               MOVE 'NO REPRINT-RUN CARD' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN INPUT  FEEDIN FUNDIN REGIN.
           IF B4971-FEEDIN-STAT NOT = '00'
           OR B4971-FUNDIN-STAT NOT = '00'
           OR B4971-REGIN-STAT  NOT = '00'
               MOVE 'OPEN INPUTS' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT FEEDOUT FUNDOUT REGOUT DUPHLD DUPRPT.
           IF B4971-FEEDOUT-STAT NOT = '00'
           OR B4971-FUNDOUT-STAT NOT = '00'
           OR B4971-REGOUT-STAT  NOT = '00'
           OR B4971-DUPHLD-STAT  NOT = '00'
           OR B4971-DUPRPT-STAT  NOT = '00'
               MOVE 'OPEN OUTPUTS' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ACCEPT B4971-SYS-DATE FROM DATE YYYYMMDD.
           STRING B4971-SYS-YYYY '-' B4971-SYS-MM '-' B4971-SYS-DD
               DELIMITED BY SIZE INTO B4971-RUN-DT.
           MOVE B4971-RUN-DT      TO B4971-HDG-RUN-DT.
           MOVE B4971-RUN-ID      TO B4971-HDG-RUN-ID.
           MOVE B4971-REPRINT-IND TO B4971-HDG-REPRINT-IND.
           WRITE B4971-RPT-REC FROM B4971-RPT-HDG-1
               AFTER ADVANCING 1 LINE.
           WRITE B4971-RPT-REC FROM B4971-RPT-HDG-2
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
           PERFORM 8300-READ-REG THRU 8300-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-CTL-CARD - ONE ISSCTL CARD.  AN UNRECOGNIZED CARD  *
      *  IS REFUSED LOUDLY, NOT SKIPPED.                              *
      *****************************************************************
       1100-READ-CTL-CARD.
           READ ISSCTL
               AT END
                   SET B4971-CTL-EOF TO TRUE
                   GO TO 1100-EXIT.
           IF B4971-ISSCTL-STAT NOT = '00'
               MOVE 'READ ISSCTL' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4971-ISSCTL-REC = SPACES
               GO TO 1100-EXIT.
           IF B4971-ISSCTL-REC (1:12) = 'REPRINT-RUN='
           AND (B4971-ISSCTL-REC (13:1) = 'Y'
             OR B4971-ISSCTL-REC (13:1) = 'N')
               MOVE B4971-ISSCTL-REC (13:1) TO B4971-REPRINT-IND
               GO TO 1100-EXIT.
           MOVE 'BAD ISSCTL CARD' TO B4971-ABEND-TXT.
           PERFORM 9999-ABEND THRU 9999-EXIT.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-POLICY - GATHER THE LOWEST POL-ID STILL UNREAD  *
      *  FROM BOTH FEED FILES, BRING THE REGISTER UP TO IT, THEN      *
      *  PASS AND REGISTER, OR PULL.                                  *
      *****************************************************************
       2000-PROCESS-POLICY.
           IF L4927-POL-ID < L4933-POL-ID
               MOVE L4927-POL-ID TO B4971-CURR-POL-ID
           ELSE
               MOVE L4933-POL-ID TO B4971-CURR-POL-ID.
           MOVE ZERO TO B4971-CVG-SEG-CNT
                        B4971-FUND-SEG-CNT.
           MOVE SPACES TO B4971-POL-KEY
                          B4971-POL-OW-CLI-ID
                          B4971-POL-AG-ID
                          B4971-POL-OW-NM
                          B4971-POL-CHNL-CD.
           PERFORM 2100-GATHER-CVG-SEG THRU 2100-EXIT
               UNTIL B4971-FEED-EOF
                  OR L4927-POL-ID NOT = B4971-CURR-POL-ID.
           PERFORM 2200-GATHER-FUND-SEG THRU 2200-EXIT
               UNTIL B4971-FUND-EOF
                  OR L4933-POL-ID NOT = B4971-CURR-POL-ID.
           PERFORM 2400-GET-REGISTER THRU 2400-EXIT.
           IF B4971-CVG-SEG-CNT = ZERO
               PERFORM 4200-RELEASE-POLICY THRU 4200-EXIT
           ELSE
               ADD 1 TO B4971-POL-CNT
               PERFORM 3000-CHECK-REGISTER THRU 3000-EXIT.
           PERFORM 4600-WRITE-REG-BUFFER THRU 4600-EXIT
               VARYING B4971-HX FROM 1 BY 1
               UNTIL B4971-HX > B4971-RB-CNT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-GATHER-CVG-SEG - BUFFER ONE CCWL4927 SEGMENT.  THE      *
      *  FIRST CARRIES THE REGISTER KEY AND DECIDES THE CHANNEL.      *
      *****************************************************************
       2100-GATHER-CVG-SEG.
           IF B4971-CVG-SEG-CNT = 99
               MOVE 'CVG CHAIN OVER 99' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-CVG-SEG-CNT.
           MOVE L4927-DATA-INFO
               TO B4971-CVG-SEG-SLOT (B4971-CVG-SEG-CNT).
           IF B4971-CVG-SEG-CNT = 1
               MOVE L4927-POL-ANNV-DT     TO B4971-POL-ANNV-DT
               MOVE L4927-LETTER-TYP-CD   TO B4971-POL-LETTER-TYP-CD
               MOVE B4971-REPRINT-IND     TO B4971-POL-REPRINT-IND
               MOVE L4927-OW-CLI-ID       TO B4971-POL-OW-CLI-ID
               MOVE L4927-AG-ID           TO B4971-POL-AG-ID
               MOVE L4927-OW-NM           TO B4971-POL-OW-NM
               IF L4927-OW-DELIVERY-PREF-CD = 'E'
               OR L4927-OW-DELIVERY-PREF-CD = 'S'
                   MOVE L4927-OW-DELIVERY-PREF-CD TO B4971-POL-CHNL-CD
               ELSE
                   MOVE 'P' TO B4971-POL-CHNL-CD
               END-IF.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-GATHER-FUND-SEG - BUFFER ONE CCWL4933 SEGMENT.          *
      *****************************************************************
       2200-GATHER-FUND-SEG.
           IF B4971-FUND-SEG-CNT = 99
               MOVE 'FUND CHAIN OVER 99' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-FUND-SEG-CNT.
           MOVE L4933-DATA-INFO
               TO B4971-FUND-SEG-SLOT (B4971-FUND-SEG-CNT).
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2400-GET-REGISTER - COPY REGISTER RECORDS OF POLICIES NOT IN *
      *  THIS RUN STRAIGHT THROUGH, THEN BUFFER THE CURRENT POLICY'S. *
      *****************************************************************
       2400-GET-REGISTER.
           PERFORM 2410-COPY-REG THRU 2410-EXIT
               UNTIL B4971-REG-EOF
                  OR L4970-POL-ID NOT < B4971-CURR-POL-ID.
           MOVE ZERO TO B4971-RB-CNT.
           PERFORM 2420-BUFFER-REG THRU 2420-EXIT
               UNTIL B4971-REG-EOF
                  OR L4970-POL-ID NOT = B4971-CURR-POL-ID.
       2400-EXIT.
           EXIT.

       2410-COPY-REG.
           WRITE B4971-REGOUT-REC FROM L4970-DATA-INFO.
           IF B4971-REGOUT-STAT NOT = '00'
               MOVE 'WRITE REGOUT' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-REG-OUT-CNT.
           PERFORM 8300-READ-REG THRU 8300-EXIT.
       2410-EXIT.
           EXIT.

       2420-BUFFER-REG.
           IF B4971-RB-CNT = 99
               MOVE 'REGISTER OVER 99' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-RB-CNT.
           MOVE L4970-DATA-INFO (11:13) TO B4971-RB-KEY (B4971-RB-CNT).
           MOVE L4970-DATA-INFO         TO B4971-RB-REC (B4971-RB-CNT).
           PERFORM 8300-READ-REG THRU 8300-EXIT.
       2420-EXIT.
           EXIT.

      *****************************************************************
      *  3000-CHECK-REGISTER - A NON-REPRINT KEY ALREADY ON FILE IS   *
      *  A DUPLICATE.  OTHERWISE THE LETTER GOES ON TO THE HAND-OFF   *
      *  AND ITS REGISTER ENTRY IS RE-ISSUED OR ADDED.                *
      *****************************************************************
       3000-CHECK-REGISTER.
           MOVE ZERO TO B4971-RB-HIT.
           PERFORM 3100-FIND-REG-ENT THRU 3100-EXIT
               VARYING B4971-HX FROM 1 BY 1
               UNTIL B4971-HX > B4971-RB-CNT
                  OR B4971-RB-HIT > ZERO.
           IF B4971-RB-HIT > ZERO
               MOVE B4971-RB-REC (B4971-RB-HIT) TO W4970-DATA-INFO.
           IF B4971-RB-HIT > ZERO
           AND B4971-POL-REPRINT-IND = 'N'
               PERFORM 4300-PULL-POLICY THRU 4300-EXIT
               GO TO 3000-EXIT.
           PERFORM 4200-RELEASE-POLICY THRU 4200-EXIT.
           IF B4971-RB-HIT > ZERO
               PERFORM 4400-REISSUE-ENTRY THRU 4400-EXIT
           ELSE
               PERFORM 4500-ADD-ENTRY THRU 4500-EXIT.
       3000-EXIT.
           EXIT.

       3100-FIND-REG-ENT.
           IF B4971-RB-KEY (B4971-HX) = B4971-POL-KEY
               MOVE B4971-HX TO B4971-RB-HIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-RELEASE-POLICY - COPY EVERY BUFFERED SEGMENT TO THE     *
      *  CLEAN FILES.                                                 *
      *****************************************************************
       4200-RELEASE-POLICY.
           PERFORM 4210-WRITE-CVG-SEG THRU 4210-EXIT
               VARYING B4971-SEG-IDX FROM 1 BY 1
               UNTIL B4971-SEG-IDX > B4971-CVG-SEG-CNT.
           PERFORM 4220-WRITE-FUND-SEG THRU 4220-EXIT
               VARYING B4971-SEG-IDX FROM 1 BY 1
               UNTIL B4971-SEG-IDX > B4971-FUND-SEG-CNT.
       4200-EXIT.
           EXIT.

      *    PRESET THE RECEIVING ODO COUNT TO ITS MAXIMUM SO THE GROUP
      *    MOVE COPIES THE FULL RECORD AREA (A FRESH OUTPUT RECORD'S
      *    COUNT IS UNDEFINED AND WOULD TRUNCATE THE FIRST MOVE).
       4210-WRITE-CVG-SEG.
           MOVE 15 TO M4927-OW-ADDR-CNT.
           WRITE M4927-DATA-INFO
               FROM B4971-CVG-SEG-SLOT (B4971-SEG-IDX).
           IF B4971-FEEDOUT-STAT NOT = '00'
               MOVE 'WRITE FEEDOUT' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-FEED-OUT-CNT.
       4210-EXIT.
           EXIT.

       4220-WRITE-FUND-SEG.
           MOVE 30 TO M4933-ILP-FUND-CNT.
           WRITE M4933-DATA-INFO
               FROM B4971-FUND-SEG-SLOT (B4971-SEG-IDX).
           IF B4971-FUNDOUT-STAT NOT = '00'
               MOVE 'WRITE FUNDOUT' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-FUND-OUT-CNT.
       4220-EXIT.
           EXIT.

      *****************************************************************
      *  4300-PULL-POLICY - THE LETTER IS NOT PASSED ON.  ONE         *
      *  CCWL4971 RECORD AND ONE REPORT LINE, SHOWING THE ISSUE       *
      *  ALREADY ON THE REGISTER.  THE REGISTER ENTRY IS UNCHANGED.   *
      *****************************************************************
       4300-PULL-POLICY.
           ADD 1 TO B4971-POL-DUP-CNT.
           MOVE SPACES                  TO L4971-DATA-INFO.
           MOVE B4971-CURR-POL-ID       TO L4971-POL-ID.
           MOVE B4971-POL-ANNV-DT       TO L4971-POL-ANNV-DT.
           MOVE B4971-POL-LETTER-TYP-CD TO L4971-LETTER-TYP-CD.
           MOVE B4971-POL-OW-CLI-ID     TO L4971-OW-CLI-ID.
           MOVE B4971-POL-AG-ID         TO L4971-AG-ID.
           MOVE B4971-POL-CHNL-CD       TO L4971-DELIVERY-CHNL-CD.
           MOVE B4971-RUN-ID            TO L4971-PULL-RUN-ID.
           MOVE B4971-RUN-DT            TO L4971-PULL-DT.
           MOVE W4970-RUN-ID            TO L4971-PRIOR-RUN-ID.
           MOVE W4970-ISSUE-DT          TO L4971-PRIOR-ISSUE-DT.
           MOVE W4970-DELIVERY-CHNL-CD  TO L4971-PRIOR-CHNL-CD.
           WRITE L4971-DATA-INFO.
           IF B4971-DUPHLD-STAT NOT = '00'
               MOVE 'WRITE DUPHLD' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-DUP-OUT-CNT.
           MOVE SPACES                  TO B4971-RPT-DTL.
           MOVE B4971-CURR-POL-ID       TO B4971-DTL-POL-ID.
           MOVE B4971-POL-LETTER-TYP-CD TO B4971-DTL-LETTER-TYP-CD.
           MOVE B4971-POL-ANNV-DT       TO B4971-DTL-ANNV-DT.
           MOVE B4971-POL-CHNL-CD       TO B4971-DTL-CHNL-CD.
           MOVE B4971-POL-AG-ID         TO B4971-DTL-AG-ID.
           MOVE B4971-POL-OW-NM         TO B4971-DTL-OW-NM.
           MOVE W4970-RUN-ID            TO B4971-DTL-PRIOR-RUN-ID.
           MOVE W4970-ISSUE-DT          TO B4971-DTL-PRIOR-ISSUE-DT.
           MOVE W4970-DELIVERY-CHNL-CD  TO B4971-DTL-PRIOR-CHNL-CD.
           WRITE B4971-RPT-REC FROM B4971-RPT-DTL
               AFTER ADVANCING 1 LINE.
           IF B4971-DUPRPT-STAT NOT = '00'
               MOVE 'WRITE DUPRPT' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4400-REISSUE-ENTRY - A FURTHER REPRINT OF AN ANNIVERSARY     *
      *  ALREADY REPRINTED: THE ENTRY TAKES THE LATEST ISSUE.         *
      *****************************************************************
       4400-REISSUE-ENTRY.
           ADD 1 TO B4971-POL-REISS-CNT.
           MOVE B4971-RUN-ID            TO W4970-RUN-ID.
           MOVE B4971-POL-CHNL-CD       TO W4970-DELIVERY-CHNL-CD.
           MOVE B4971-RUN-DT            TO W4970-ISSUE-DT.
           MOVE B4971-POL-OW-CLI-ID     TO W4970-OW-CLI-ID.
           IF W4970-ISSUE-CNT NOT NUMERIC
               MOVE 1 TO W4970-ISSUE-CNT.
           IF W4970-ISSUE-CNT < 999
               ADD 1 TO W4970-ISSUE-CNT.
           MOVE W4970-DATA-INFO TO B4971-RB-REC (B4971-RB-HIT).
       4400-EXIT.
           EXIT.

      *****************************************************************
      *  4500-ADD-ENTRY - A NEW REGISTER ENTRY, SLOTTED INTO THE      *
      *  BUFFER IN KEY ORDER.                                         *
      *****************************************************************
       4500-ADD-ENTRY.
           ADD 1 TO B4971-POL-NEW-CNT.
           IF B4971-RB-CNT = 99
               MOVE 'REGISTER OVER 99' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE SPACES                  TO W4970-DATA-INFO.
           MOVE B4971-CURR-POL-ID       TO W4970-POL-ID.
           MOVE B4971-POL-ANNV-DT       TO W4970-POL-ANNV-DT.
           MOVE B4971-POL-LETTER-TYP-CD TO W4970-LETTER-TYP-CD.
           MOVE B4971-POL-REPRINT-IND   TO W4970-REPRINT-IND.
           MOVE B4971-RUN-ID            TO W4970-RUN-ID
                                           W4970-FIRST-RUN-ID.
           MOVE B4971-POL-CHNL-CD       TO W4970-DELIVERY-CHNL-CD.
           MOVE B4971-RUN-DT            TO W4970-ISSUE-DT
                                           W4970-FIRST-ISSUE-DT.
           MOVE B4971-POL-OW-CLI-ID     TO W4970-OW-CLI-ID.
           MOVE 1                       TO W4970-ISSUE-CNT.
           PERFORM 4510-FIND-SLOT THRU 4510-EXIT
               VARYING B4971-HX FROM 1 BY 1
               UNTIL B4971-HX > B4971-RB-CNT
                  OR B4971-RB-KEY (B4971-HX) > B4971-POL-KEY.
           MOVE B4971-HX TO B4971-RB-HIT.
           PERFORM 4520-SHIFT-REG-ENT THRU 4520-EXIT
               VARYING B4971-HX FROM B4971-RB-CNT BY -1
               UNTIL B4971-HX < B4971-RB-HIT.
           ADD 1 TO B4971-RB-CNT.
           MOVE B4971-POL-KEY   TO B4971-RB-KEY (B4971-RB-HIT).
           MOVE W4970-DATA-INFO TO B4971-RB-REC (B4971-RB-HIT).
       4500-EXIT.
           EXIT.

       4510-FIND-SLOT.
           CONTINUE.
       4510-EXIT.
           EXIT.

       4520-SHIFT-REG-ENT.
           COMPUTE B4971-RX = B4971-HX + 1.
           MOVE B4971-RB-ENT (B4971-HX) TO B4971-RB-ENT (B4971-RX).
       4520-EXIT.
           EXIT.

       4600-WRITE-REG-BUFFER.
           WRITE B4971-REGOUT-REC FROM B4971-RB-REC (B4971-HX).
           IF B4971-REGOUT-STAT NOT = '00'
               MOVE 'WRITE REGOUT' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-REG-OUT-CNT.
       4600-EXIT.
           EXIT.

      *****************************************************************
      *  6000-WRITE-SUMMARY - RUN TOTALS AT THE FOOT OF THE REPORT.   *
      *****************************************************************
       6000-WRITE-SUMMARY.
           MOVE SPACES TO B4971-RPT-REC.
           WRITE B4971-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO B4971-RPT-LINE.
           MOVE 'POLICIES IN THE FEED                         :'
               TO B4971-RPT-TXT.
           MOVE B4971-POL-CNT TO B4971-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  REGISTERED - FIRST ISSUE                   :'
               TO B4971-RPT-TXT.
           MOVE B4971-POL-NEW-CNT TO B4971-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  REGISTERED - REPRINT ISSUED AGAIN          :'
               TO B4971-RPT-TXT.
           MOVE B4971-POL-REISS-CNT TO B4971-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  PULLED AS DUPLICATE                        :'
               TO B4971-RPT-TXT.
           MOVE B4971-POL-DUP-CNT TO B4971-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'REGISTER ENTRIES IN                          :'
               TO B4971-RPT-TXT.
           MOVE B4971-REG-IN-CNT TO B4971-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'REGISTER ENTRIES OUT                         :'
               TO B4971-RPT-TXT.
           MOVE B4971-REG-OUT-CNT TO B4971-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-FEED - NEXT CCWL4927 RECORD OR EOF.                *
      *****************************************************************
       8100-READ-FEED.
           READ FEEDIN
               AT END
                   SET B4971-FEED-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4927-POL-ID
                   GO TO 8100-EXIT.
           IF B4971-FEEDIN-STAT NOT = '00'
               MOVE 'READ FEEDIN' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-FEED-IN-CNT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-READ-FUND - NEXT CCWL4933 RECORD OR EOF.                *
      *****************************************************************
       8200-READ-FUND.
           READ FUNDIN
               AT END
                   SET B4971-FUND-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4933-POL-ID
                   GO TO 8200-EXIT.
           IF B4971-FUNDIN-STAT NOT = '00'
               MOVE 'READ FUNDIN' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-FUND-IN-CNT.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-READ-REG - NEXT CCWL4970 REGISTER RECORD OR EOF.        *
      *****************************************************************
       8300-READ-REG.
           READ REGIN
               AT END
                   SET B4971-REG-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4970-POL-ID
                   GO TO 8300-EXIT.
           IF B4971-REGIN-STAT NOT = '00'
               MOVE 'READ REGIN' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4971-REG-IN-CNT.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8710 - REPORT TOTAL LINES.                                   *
      *****************************************************************
       8710-WRITE-SUM-LINE.
           WRITE B4971-RPT-REC FROM B4971-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF B4971-DUPRPT-STAT NOT = '00'
               MOVE 'WRITE DUPRPT' TO B4971-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8710-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CONTROL COUNTS, CLOSE, MANIFEST, SET        *
      *  RETURN CODE.                                                 *
      *****************************************************************
       9000-TERMINATE.
           CLOSE FEEDIN FEEDOUT FUNDIN FUNDOUT REGIN REGOUT
                 DUPHLD DUPRPT.
           DISPLAY 'CCWB4971 REPRINT RUN               : '
                   B4971-REPRINT-IND.
           DISPLAY 'CCWB4971 POLICIES / PULLED         : '
                   B4971-POL-CNT ' / ' B4971-POL-DUP-CNT.
           DISPLAY 'CCWB4971 REGISTERED NEW / AGAIN    : '
                   B4971-POL-NEW-CNT ' / ' B4971-POL-REISS-CNT.
           DISPLAY 'CCWB4971 CCWL4927 RECORDS IN/OUT   : '
                   B4971-FEED-IN-CNT ' / ' B4971-FEED-OUT-CNT.
           DISPLAY 'CCWB4971 CCWL4933 RECORDS IN/OUT   : '
                   B4971-FUND-IN-CNT ' / ' B4971-FUND-OUT-CNT.
           DISPLAY 'CCWB4971 CCWL4970 RECORDS IN/OUT   : '
                   B4971-REG-IN-CNT ' / ' B4971-REG-OUT-CNT.
           DISPLAY 'CCWB4971 CCWL4971 RECORDS WRITTEN  : '
                   B4971-DUP-OUT-CNT.
           MOVE 'W'                 TO L4958-FUNC-CD.
           MOVE B4971-CNT-PRED-NM   TO L4958-PRED-STEP-NM.
           MOVE 'YY'                TO L4958-CHK-CNT-IND.
           MOVE B4971-FEED-IN-CNT   TO L4958-IN-CNT.
           MOVE B4971-FEED-OUT-CNT  TO L4958-OUT-CNT.
           MOVE B4971-FUND-IN-CNT   TO L4958-IN-CNT-2.
           MOVE B4971-FUND-OUT-CNT  TO L4958-OUT-CNT-2.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           IF B4971-POL-DUP-CNT > 0
               MOVE 4 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL I/O OR CONTROL ERROR.                     *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4971 ABEND - ' B4971-ABEND-TXT
                   ' STATS: ' B4971-FEEDIN-STAT ' '
                   B4971-FEEDOUT-STAT ' ' B4971-FUNDIN-STAT ' '
                   B4971-FUNDOUT-STAT ' ' B4971-ISSCTL-STAT ' '
                   B4971-REGIN-STAT ' ' B4971-REGOUT-STAT ' '
                   B4971-DUPHLD-STAT ' ' B4971-DUPRPT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
