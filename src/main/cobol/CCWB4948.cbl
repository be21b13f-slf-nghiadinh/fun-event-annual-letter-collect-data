      **            LAST STEP BEFORE THE DOCID HAND-OFF.  CUTS ONE   **
      **            CCWL4937 CONTROL-TOTALS TRAILER PER RUN FILE     **
      **            (CCWL4927/4928/4929/4930/4931/4933) TO CTLTOTS   **
      **            - THE CCWL4927 TRAILER'S LETTER-TYPE COUNTS      **
      **            SPLIT BY L4927-OW-LANG-PREF-CD FOR PRINT STOCK - **
      **            AND PROVES THE RUN ARITHMETIC ON THE BALANCING   **
      **            REPORT:                                          **
      **              - EVERY ANNIVERSARY-DUE POLICY (CCWL4930) IS   **
      **                PRODUCED (CCWL4927) OR REJECTED (CCWL4928)   **
      **                OR SUPPRESSED (SUPPRESS FILE) OR HELD FOR    **
      **                FINANCE BY THE VALUATION RECONCILIATION      **
      **                (THIS RUN'S 'H' RECORDS ON CCWL4966) OR      **
      **                HELD FOR ADDRESS BY THE PRE-PRINT ADDRESS    **
      **                CHECK (THIS RUN'S CCWL4967 RECORDS) OR       **
      **                PULLED AS A DUPLICATE BY THE ISSUANCE        **
      **                REGISTER CHECK (THIS RUN'S CCWL4971          **
      **                RECORDS) - NO UNEXPLAINED GAPS, NO FEED      **
      **                POLICIES THAT ARE NOT ANNIVERSARY-DUE        **
      **              - CCWL4933 FUND SEGMENTS MATCH THE ILP ('IP')  **
      **                LETTERS THAT REFERENCE THEM, BOTH WAYS       **
      **              - A SEND-LOG (CCWL4931) ENTRY EXISTS FOR       **
      **            ALL POL-ID FILES MUST BE SORTED BY POL-ID.  THE  **
      **            SUPPRESS FILE IS THE SUPPRESSION REPORT CUT BY   **
      **            THE SUPPRESSION STEP; AN EMPTY FILE IS A VALID   **
      **            NO-SUPPRESSIONS RUN.  VALHOLD IS THE CCWL4966    **
      **            GENERATION WRITTEN BY CCWB4965 IN THIS RUN;      **
      **            ADDRHLD THE CCWL4967 FILE WRITTEN BY CCWB4967;   **
      **            DUPHLD THE CCWL4971 FILE WRITTEN BY CCWB4971.    **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04948**  22AUG2026 PHONGP CONTROL TOTALS AND RUN BALANCING          **
U04948**  01SEP2026 PHONGP RUN MANIFEST ENFORCEMENT (CCWB4957)       **
V04948**  01SEP2026 PHONGP ACCEPT THE CCWB4962 MERGE AS PREDECESSOR  **
W04948**  15OCT2026 PHONGP VALUATION HOLDS EXPLAINED; AFTER CCWB4965 **
X04948**  15OCT2026 PHONGP ADDRESS HOLDS EXPLAINED; AFTER CCWB4967   **
Y04948**  15OCT2026 PHONGP DUPLICATE PULLS EXPLAINED; AFTER CCWB4971 **
Z04948**  15OCT2026 PHONGP LETTER-TYPE COUNTS BY LANGUAGE (CCWL4937)  **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4948.
               FILE STATUS IS B4948-SENDLOG-STAT.
           SELECT FUNDIN    ASSIGN TO FUNDIN
               FILE STATUS IS B4948-FUNDIN-STAT.
           SELECT VALHOLD   ASSIGN TO VALHOLD
               FILE STATUS IS B4948-VALHOLD-STAT.
           SELECT ADDRHLD   ASSIGN TO ADDRHLD
               FILE STATUS IS B4948-ADDRHLD-STAT.
           SELECT DUPHLD    ASSIGN TO DUPHLD
               FILE STATUS IS B4948-DUPHLD-STAT.
           SELECT HHLTR     ASSIGN TO HHLTR
               FILE STATUS IS B4948-HHLTR-STAT.
           SELECT CTLTOTS   ASSIGN TO CTLTOTS
       FD  FUNDIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4933.
       FD  VALHOLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
       01  B4948-VALHOLD-REC                           PIC X(220).
       FD  ADDRHLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  B4948-ADDRHLD-REC                           PIC X(200).
       FD  DUPHLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  B4948-DUPHLD-REC                            PIC X(100).
      *****************************************************************
      *  CCWL4929 IS ONLY COUNTED HERE, SO THE RECORD IS TAKEN AS A   *
      *  RAW VARYING BUFFER.                                          *
      *****************************************************************
       FD  HHLTR
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 487 TO 114864 CHARACTERS
               DEPENDING ON B4948-HH-RECLEN.
       01  B4948-HHLTR-REC                             PIC X(114864).
       FD  CTLTOTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 321 CHARACTERS.
           COPY CCWL4937.
       FD  BALRPT
           RECORDING MODE IS F
       77  B4948-SUPPRESS-STAT                         PIC X(002).
       77  B4948-SENDLOG-STAT                          PIC X(002).
       77  B4948-FUNDIN-STAT                           PIC X(002).
       77  B4948-VALHOLD-STAT                          PIC X(002).
       77  B4948-ADDRHLD-STAT                          PIC X(002).
       77  B4948-DUPHLD-STAT                           PIC X(002).
       77  B4948-HHLTR-STAT                            PIC X(002).
       77  B4948-CTLTOTS-STAT                          PIC X(002).
       77  B4948-BALRPT-STAT                           PIC X(002).
       77  B4948-PRODUCED-CNT                          PIC S9(007) COMP.
       77  B4948-REJECTED-CNT                          PIC S9(007) COMP.
       77  B4948-SUPPRESS-CNT                          PIC S9(007) COMP.
       77  B4948-HELD-CNT                              PIC S9(007) COMP.
       77  B4948-ADDR-HELD-CNT                         PIC S9(007) COMP.
       77  B4948-DUP-PULL-CNT                          PIC S9(007) COMP.
       77  B4948-UNEXPL-CNT                            PIC S9(007) COMP.
       77  B4948-FEEDXTRA-CNT                          PIC S9(007) COMP.
       77  B4948-IP-NOFUND-CNT                         PIC S9(007) COMP.
           05  B4948-FUND-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4948-FUND-EOF                      VALUE 'Y'.
           05  B4948-HELD-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4948-HELD-EOF                      VALUE 'Y'.
           05  B4948-ADDR-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4948-ADDR-EOF                      VALUE 'Y'.
           05  B4948-DUP-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4948-DUP-EOF                       VALUE 'Y'.
           05  B4948-HH-EOF-SW                         PIC X(001)
                                                       VALUE 'N'.
               88  B4948-HH-EOF                        VALUE 'Y'.
           05  B4948-SUPP-POL                          PIC X(010).
           05  B4948-SEND-POL                          PIC X(010).
           05  B4948-FUND-POL                          PIC X(010).
           05  B4948-HELD-POL                          PIC X(010).
           05  B4948-ADDR-POL                          PIC X(010).
           05  B4948-DUP-POL                           PIC X(010).
           05  B4948-CURR-POL                          PIC X(010).
       01  B4948-FEED-POL-TYP                          PIC X(002).
       01  B4948-TYP-WK                                PIC X(002).
       01  B4948-LANG-WK                               PIC X(001).
       01  B4948-POLID-WK                              PIC X(010).
       01  B4948-POLID-WK-R REDEFINES B4948-POLID-WK   PIC 9(010).

           05  B4948-IN-SUPP-SW                        PIC X(001).
           05  B4948-IN-SEND-SW                        PIC X(001).
           05  B4948-IN-FUND-SW                        PIC X(001).
           05  B4948-IN-HELD-SW                        PIC X(001).
           05  B4948-IN-ADDR-SW                        PIC X(001).
           05  B4948-IN-DUP-SW                         PIC X(001).

       01  B4948-AMT-WORK.
           05  B4948-AMT-X                             PIC X(025).
               10  B4948-CT-TYP-ENT  OCCURS 10 TIMES.
                   15  B4948-CT-TYP-CD                 PIC X(002).
                   15  B4948-CT-TYP-CNT                PIC S9(007) COMP.
                   15  B4948-CT-TYP-ENG-CNT            PIC S9(007) COMP.
                   15  B4948-CT-TYP-LCL-CNT            PIC S9(007) COMP.
       01  B4948-FILE-ID-TABLE.
           05  FILLER                                  PIC X(008)
               VALUE 'CCWL4927'.
           05  B4948-FILE-ID         OCCURS 6 TIMES   PIC X(008).

       01  B4948-CNT-PRED-NM                           PIC X(012).
       01  B4948-RUN-ID                                PIC X(010).
       01  B4948-RUN-DT                                PIC X(010).
       01  B4948-RUN-MONTH                             PIC X(006).
       01  B4948-SYS-DATE                              PIC 9(008).

           COPY CCWL4931 REPLACING LEADING ==L4931== BY ==W4931==.

           COPY CCWL4966 REPLACING LEADING ==L4966== BY ==W4966==.

           COPY CCWL4967 REPLACING LEADING ==L4967== BY ==W4967==.

           COPY CCWL4971 REPLACING LEADING ==L4971== BY ==W4971==.

           COPY CCWL4958.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - MERGE THE NINE POL-ID STREAMS, THEN CUT THE  *
      *  TRAILERS AND THE BALANCING REPORT.                           *
      *****************************************************************
       0000-MAINLINE.
                 AND B4948-REJ-POL   = HIGH-VALUES
                 AND B4948-SUPP-POL  = HIGH-VALUES
                 AND B4948-SEND-POL  = HIGH-VALUES
                 AND B4948-FUND-POL  = HIGH-VALUES
                 AND B4948-HELD-POL  = HIGH-VALUES
                 AND B4948-ADDR-POL  = HIGH-VALUES
                 AND B4948-DUP-POL   = HIGH-VALUES.
           PERFORM 5000-WRITE-TRAILERS THRU 5000-EXIT.
           PERFORM 6000-WRITE-BALANCE-RPT THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE 'S'        TO L4958-FUNC-CD.
           MOVE SPACES     TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE L4958-RUN-ID TO B4948-RUN-ID.
           MOVE 'C'        TO L4958-FUNC-CD.
           MOVE 'CCWB4945' TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
      *    CLASSIC AND PARALLEL-STREAM RUNS BOTH END IN THE VALUATION
      *    RECONCILIATION, THE PRE-PRINT ADDRESS CHECK AND THE ISSUANCE
      *    REGISTER CHECK, WHICH HAVE ALREADY PROVED THE STREAM COUNTS
      *    OF THE STEPS BEFORE THEM.
           MOVE 'C'        TO L4958-FUNC-CD.
           MOVE 'CCWB4971' TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE 'CCWB4971' TO B4948-CNT-PRED-NM.
           MOVE ZERO TO B4948-PRODUCED-CNT
                        B4948-REJECTED-CNT
                        B4948-SUPPRESS-CNT
                        B4948-HELD-CNT
                        B4948-ADDR-HELD-CNT
                        B4948-DUP-PULL-CNT
                        B4948-UNEXPL-CNT
                        B4948-FEEDXTRA-CNT
                        B4948-IP-NOFUND-CNT
               VARYING B4948-CT-FX FROM 1 BY 1
               UNTIL B4948-CT-FX > 6.
           OPEN INPUT  RECON FEEDIN REJLOG SUPPRPT SENDLOG FUNDIN
                       HHLTR VALHOLD ADDRHLD DUPHLD.
           IF B4948-RECON-STAT    NOT = '00'
           OR B4948-FEEDIN-STAT   NOT = '00'
           OR B4948-REJLOG-STAT   NOT = '00'
           OR B4948-SENDLOG-STAT  NOT = '00'
           OR B4948-FUNDIN-STAT   NOT = '00'
           OR B4948-HHLTR-STAT    NOT = '00'
           OR B4948-VALHOLD-STAT  NOT = '00'
           OR B4948-ADDRHLD-STAT  NOT = '00'
           OR B4948-DUPHLD-STAT   NOT = '00'
               MOVE 'OPEN INPUTS' TO B4948-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT CTLTOTS BALRPT.
           PERFORM 8140-READ-SUPPRESS THRU 8140-EXIT.
           PERFORM 8150-READ-SENDLOG THRU 8150-EXIT.
           PERFORM 8160-READ-FUND THRU 8160-EXIT.
           PERFORM 8170-READ-VALHOLD THRU 8170-EXIT.
           PERFORM 8180-READ-ADDRHLD THRU 8180-EXIT.
           PERFORM 8190-READ-DUPHLD THRU 8190-EXIT.
           PERFORM 8210-FETCH-RECON-POL THRU 8210-EXIT.
           PERFORM 8220-FETCH-FEED-POL THRU 8220-EXIT.
           PERFORM 8230-FETCH-REJ-POL THRU 8230-EXIT.
           PERFORM 8240-FETCH-SUPP-POL THRU 8240-EXIT.
           PERFORM 8250-FETCH-SEND-POL THRU 8250-EXIT.
           PERFORM 8260-FETCH-FUND-POL THRU 8260-EXIT.
           PERFORM 8270-FETCH-HELD-POL THRU 8270-EXIT.
           PERFORM 8280-FETCH-ADDR-POL THRU 8280-EXIT.
           PERFORM 8290-FETCH-DUP-POL THRU 8290-EXIT.
       1000-EXIT.
           EXIT.


       1110-CLEAR-CT-TYP.
           MOVE SPACES TO B4948-CT-TYP-CD (B4948-CT-FX B4948-TX).
           MOVE ZERO   TO B4948-CT-TYP-CNT (B4948-CT-FX B4948-TX)
                          B4948-CT-TYP-ENG-CNT (B4948-CT-FX B4948-TX)
                          B4948-CT-TYP-LCL-CNT (B4948-CT-FX B4948-TX).
       1110-EXIT.
           EXIT.


      *****************************************************************
      *  2000-BALANCE-POLICY - CLASSIFY THE LOWEST UNPROCESSED POLICY *
      *  ACROSS THE NINE STREAMS AND ADVANCE EVERY STREAM THAT        *
      *  MATCHED IT.                                                  *
      *****************************************************************
       2000-BALANCE-POLICY.
               MOVE B4948-SEND-POL TO B4948-CURR-POL.
           IF B4948-FUND-POL < B4948-CURR-POL
               MOVE B4948-FUND-POL TO B4948-CURR-POL.
           IF B4948-HELD-POL < B4948-CURR-POL
               MOVE B4948-HELD-POL TO B4948-CURR-POL.
           IF B4948-ADDR-POL < B4948-CURR-POL
               MOVE B4948-ADDR-POL TO B4948-CURR-POL.
           IF B4948-DUP-POL < B4948-CURR-POL
               MOVE B4948-DUP-POL TO B4948-CURR-POL.
           MOVE 'N' TO B4948-IN-RECON-SW B4948-IN-FEED-SW
                       B4948-IN-REJ-SW B4948-IN-SUPP-SW
                       B4948-IN-SEND-SW B4948-IN-FUND-SW
                       B4948-IN-HELD-SW B4948-IN-ADDR-SW
                       B4948-IN-DUP-SW.
           IF B4948-RECON-POL = B4948-CURR-POL
               MOVE 'Y' TO B4948-IN-RECON-SW.
           IF B4948-FEED-POL = B4948-CURR-POL
               MOVE 'Y' TO B4948-IN-SEND-SW.
           IF B4948-FUND-POL = B4948-CURR-POL
               MOVE 'Y' TO B4948-IN-FUND-SW.
           IF B4948-HELD-POL = B4948-CURR-POL
               MOVE 'Y' TO B4948-IN-HELD-SW.
           IF B4948-ADDR-POL = B4948-CURR-POL
               MOVE 'Y' TO B4948-IN-ADDR-SW.
           IF B4948-DUP-POL = B4948-CURR-POL
               MOVE 'Y' TO B4948-IN-DUP-SW.
           PERFORM 2100-CLASSIFY-POLICY THRU 2100-EXIT.
           IF B4948-IN-RECON-SW = 'Y'
               PERFORM 8210-FETCH-RECON-POL THRU 8210-EXIT.
               PERFORM 8250-FETCH-SEND-POL THRU 8250-EXIT.
           IF B4948-IN-FUND-SW = 'Y'
               PERFORM 8260-FETCH-FUND-POL THRU 8260-EXIT.
           IF B4948-IN-HELD-SW = 'Y'
               PERFORM 8270-FETCH-HELD-POL THRU 8270-EXIT.
           IF B4948-IN-ADDR-SW = 'Y'
               PERFORM 8280-FETCH-ADDR-POL THRU 8280-EXIT.
           IF B4948-IN-DUP-SW = 'Y'
               PERFORM 8290-FETCH-DUP-POL THRU 8290-EXIT.
       2000-EXIT.
           EXIT.

                       ADD 1 TO B4948-REJECTED-CNT
                   WHEN B4948-IN-SUPP-SW = 'Y'
                       ADD 1 TO B4948-SUPPRESS-CNT
                   WHEN B4948-IN-HELD-SW = 'Y'
                       ADD 1 TO B4948-HELD-CNT
                   WHEN B4948-IN-ADDR-SW = 'Y'
                       ADD 1 TO B4948-ADDR-HELD-CNT
                   WHEN B4948-IN-DUP-SW = 'Y'
                       ADD 1 TO B4948-DUP-PULL-CNT
                   WHEN OTHER
                       ADD 1 TO B4948-UNEXPL-CNT
                       MOVE 'DUE - NO OUTPUT/REJ/SUPP/HOLD '
                           TO B4948-DTL-TAG
                       PERFORM 8800-WRITE-DETAIL THRU 8800-EXIT
               END-EVALUATE
               TO L4937-TYP-CD (B4948-TX).
           MOVE B4948-CT-TYP-CNT (B4948-CT-FX B4948-TX)
               TO L4937-TYP-CNT (B4948-TX).
           MOVE B4948-CT-TYP-ENG-CNT (B4948-CT-FX B4948-TX)
               TO L4937-TYP-ENG-CNT (B4948-TX).
           MOVE B4948-CT-TYP-LCL-CNT (B4948-CT-FX B4948-TX)
               TO L4937-TYP-LCL-CNT (B4948-TX).
       5110-EXIT.
           EXIT.

               TO B4948-RPT-TXT.
           MOVE B4948-SUPPRESS-CNT TO B4948-RPT-CNT.
           PERFORM 8700-WRITE-RPT-LINE THRU 8700-EXIT.
           MOVE '  HELD FOR FINANCE (CCWL4966)          :'
               TO B4948-RPT-TXT.
           MOVE B4948-HELD-CNT TO B4948-RPT-CNT.
           PERFORM 8700-WRITE-RPT-LINE THRU 8700-EXIT.
           MOVE '  HELD FOR ADDRESS (CCWL4967)          :'
               TO B4948-RPT-TXT.
           MOVE B4948-ADDR-HELD-CNT TO B4948-RPT-CNT.
           PERFORM 8700-WRITE-RPT-LINE THRU 8700-EXIT.
           MOVE '  PULLED AS DUPLICATE (CCWL4971)       :'
               TO B4948-RPT-TXT.
           MOVE B4948-DUP-PULL-CNT TO B4948-RPT-CNT.
           PERFORM 8700-WRITE-RPT-LINE THRU 8700-EXIT.
           MOVE '  UNEXPLAINED GAPS                     :'
               TO B4948-RPT-TXT.
           MOVE B4948-UNEXPL-CNT TO B4948-CHK-CNT.
           EXIT.

      *****************************************************************
      *  8110-8170 - RAW RECORD READS, ONE PER FILE.                  *
      *****************************************************************
       8110-READ-RECON.
           READ RECON INTO W4930-DATA-INFO
       8160-EXIT.
           EXIT.

       8170-READ-VALHOLD.
           READ VALHOLD INTO W4966-DATA-INFO
               AT END
                   SET B4948-HELD-EOF TO TRUE
                   GO TO 8170-EXIT.
           IF B4948-VALHOLD-STAT NOT = '00'
               MOVE 'READ VALHOLD' TO B4948-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8170-EXIT.
           EXIT.

       8180-READ-ADDRHLD.
           READ ADDRHLD INTO W4967-DATA-INFO
               AT END
                   SET B4948-ADDR-EOF TO TRUE
                   GO TO 8180-EXIT.
           IF B4948-ADDRHLD-STAT NOT = '00'
               MOVE 'READ ADDRHLD' TO B4948-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8180-EXIT.
           EXIT.

       8190-READ-DUPHLD.
           READ DUPHLD INTO W4971-DATA-INFO
               AT END
                   SET B4948-DUP-EOF TO TRUE
                   GO TO 8190-EXIT.
           IF B4948-DUPHLD-STAT NOT = '00'
               MOVE 'READ DUPHLD' TO B4948-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8190-EXIT.
           EXIT.

      *****************************************************************
      *  8210-8290 - DISTINCT-POLICY FETCHES.  EACH CONSUMES EVERY    *
      *  RECORD OF THE NEXT POLICY ON ITS STREAM, ACCUMULATING THAT   *
      *  FILE'S CONTROL TOTALS, AND LEAVES THE KEY IN THE STREAM      *
      *  SLOT (HIGH-VALUES WHEN THE STREAM IS DONE).                  *
           ADD 1 TO B4948-CT-SEG-CNT (1).
           MOVE 1 TO B4948-CT-FX.
           MOVE L4927-LETTER-TYP-CD TO B4948-TYP-WK.
           MOVE L4927-OW-LANG-PREF-CD TO B4948-LANG-WK.
           PERFORM 7500-BUMP-TYP THRU 7500-EXIT.
           PERFORM 8120-READ-FEED THRU 8120-EXIT.
       8221-EXIT.
       8261-EXIT.
           EXIT.

      *    ONLY POLICIES HELD BY THIS RUN EXPLAIN A GAP; EARLIER HOLDS
      *    AND CLEARED OR RELEASED ANNIVERSARIES ARE PASSED OVER.
       8270-FETCH-HELD-POL.
           PERFORM 8271-CONSUME-HELD THRU 8271-EXIT
               UNTIL B4948-HELD-EOF
                  OR (W4966-HOLD-STAT-CD = 'H'
                  AND W4966-HOLD-RUN-ID = B4948-RUN-ID).
           IF B4948-HELD-EOF
               MOVE HIGH-VALUES TO B4948-HELD-POL
               GO TO 8270-EXIT.
           MOVE W4966-POL-ID TO B4948-HELD-POL.
           PERFORM 8271-CONSUME-HELD THRU 8271-EXIT
               UNTIL B4948-HELD-EOF
                  OR W4966-POL-ID NOT = B4948-HELD-POL.
       8270-EXIT.
           EXIT.

       8271-CONSUME-HELD.
           PERFORM 8170-READ-VALHOLD THRU 8170-EXIT.
       8271-EXIT.
           EXIT.

      *    ADDRHLD IS CUT FRESH EACH RUN, BUT A STALE GENERATION MUST
      *    NOT EXPLAIN THIS RUN'S GAPS - ONLY THIS RUN'S HOLDS COUNT.
       8280-FETCH-ADDR-POL.
           PERFORM 8281-CONSUME-ADDR THRU 8281-EXIT
               UNTIL B4948-ADDR-EOF
                  OR W4967-HOLD-RUN-ID = B4948-RUN-ID.
           IF B4948-ADDR-EOF
               MOVE HIGH-VALUES TO B4948-ADDR-POL
               GO TO 8280-EXIT.
           MOVE W4967-POL-ID TO B4948-ADDR-POL.
           PERFORM 8281-CONSUME-ADDR THRU 8281-EXIT
               UNTIL B4948-ADDR-EOF
                  OR W4967-POL-ID NOT = B4948-ADDR-POL.
       8280-EXIT.
           EXIT.

       8281-CONSUME-ADDR.
           PERFORM 8180-READ-ADDRHLD THRU 8180-EXIT.
       8281-EXIT.
           EXIT.

      *    DUPHLD IS LIKEWISE CUT FRESH EACH RUN; ONLY THIS RUN'S PULLS
      *    EXPLAIN A GAP.
       8290-FETCH-DUP-POL.
           PERFORM 8291-CONSUME-DUP THRU 8291-EXIT
               UNTIL B4948-DUP-EOF
                  OR W4971-PULL-RUN-ID = B4948-RUN-ID.
           IF B4948-DUP-EOF
               MOVE HIGH-VALUES TO B4948-DUP-POL
               GO TO 8290-EXIT.
           MOVE W4971-POL-ID TO B4948-DUP-POL.
           PERFORM 8291-CONSUME-DUP THRU 8291-EXIT
               UNTIL B4948-DUP-EOF
                  OR W4971-POL-ID NOT = B4948-DUP-POL.
       8290-EXIT.
           EXIT.

       8291-CONSUME-DUP.
           PERFORM 8190-READ-DUPHLD THRU 8190-EXIT.
       8291-EXIT.
           EXIT.

      *****************************************************************
      *  7100-PARSE-AMOUNT - DISPLAY AMOUNT TO B4948-VAL-N.           *
      *****************************************************************

      *****************************************************************
      *  7500-BUMP-TYP - COUNT ONE RECORD OF B4948-TYP-WK IN FILE     *
      *  B4948-CT-FX'S LETTER-TYPE TABLE.  CCWL4927 RECORDS ARE ALSO  *
      *  COUNTED BY B4948-LANG-WK ('E' ENGLISH, ELSE LOCAL).          *
      *****************************************************************
       7500-BUMP-TYP.
           PERFORM 7510-FIND-TYP-SLOT THRU 7510-EXIT
           MOVE B4948-TYP-WK
               TO B4948-CT-TYP-CD (B4948-CT-FX B4948-TX).
           ADD 1 TO B4948-CT-TYP-CNT (B4948-CT-FX B4948-TX).
           IF B4948-CT-FX NOT = 1
               GO TO 7500-EXIT.
           IF B4948-LANG-WK = 'E'
               ADD 1 TO B4948-CT-TYP-ENG-CNT (B4948-CT-FX B4948-TX)
           ELSE
               ADD 1 TO B4948-CT-TYP-LCL-CNT (B4948-CT-FX B4948-TX).
       7500-EXIT.
           EXIT.

      *****************************************************************
       9000-TERMINATE.
           CLOSE RECON FEEDIN REJLOG SUPPRPT SENDLOG FUNDIN HHLTR
                 VALHOLD ADDRHLD DUPHLD CTLTOTS BALRPT.
           DISPLAY 'CCWB4948 ANNIVERSARY-DUE POLICIES  : '
                   B4948-DUE-CNT.
           DISPLAY 'CCWB4948 PRODUCED/REJECT/SUPPRESS  : '
                   B4948-PRODUCED-CNT ' / ' B4948-REJECTED-CNT
                   ' / ' B4948-SUPPRESS-CNT.
           DISPLAY 'CCWB4948 HELD FOR FINANCE          : '
                   B4948-HELD-CNT.
           DISPLAY 'CCWB4948 HELD FOR ADDRESS          : '
                   B4948-ADDR-HELD-CNT.
           DISPLAY 'CCWB4948 PULLED AS DUPLICATE       : '
                   B4948-DUP-PULL-CNT.
           DISPLAY 'CCWB4948 UNEXPLAINED GAPS          : '
                   B4948-UNEXPL-CNT.
           DISPLAY 'CCWB4948 FEED NOT DUE / FUND ERRS  : '
           DISPLAY 'CCWB4948 RUN IN BALANCE'.
      *    AN OUT-OF-BALANCE RUN WRITES NO MANIFEST RECORD, SO THE
      *    BALANCING STEP CAN BE RERUN ONCE THE CAUSE IS CORRECTED.
      *    THE FEED AND FUND INPUTS ARE PROVED AGAINST THE ISSUANCE
      *    REGISTER CHECK, THE LAST STEP TO CARRY BOTH STREAMS.
           MOVE 'W'                    TO L4958-FUNC-CD.
           MOVE B4948-CNT-PRED-NM      TO L4958-PRED-STEP-NM.
           MOVE 'YY'                   TO L4958-CHK-CNT-IND.
                   B4948-FEEDIN-STAT ' ' B4948-REJLOG-STAT ' '
                   B4948-SUPPRESS-STAT ' ' B4948-SENDLOG-STAT ' '
                   B4948-FUNDIN-STAT ' ' B4948-HHLTR-STAT ' '
                   B4948-VALHOLD-STAT ' ' B4948-ADDRHLD-STAT ' '
                   B4948-DUPHLD-STAT ' '
                   B4948-CTLTOTS-STAT ' ' B4948-BALRPT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
