      *****************************************************************
      **  MEMBER :  CCWB4965                                         **
      **  REMARKS:  ANNUAL LETTER VALUATION RECONCILIATION AND       **
      **            FINANCE HOLD STEP                                **
      **                                                             **
      **            FEED STEP AHEAD OF THE PRE-PRINT ADDRESS CHECK   **
      **            (CCWB4967).  PROVES THE FIGURES EACH LETTER IS   **
      **            ABOUT TO PRINT AGAINST THE MONTH-END VALUATION   **
      **            EXTRACT (CCWL4965), MATCHED ON POL-ID AND, FOR   **
      **            ILP FUNDS, L4933-F-FUND-CD:                      **
      **              POLICY  L4927-POL-NET-BASE-CASH-VALUE,         **
      **                      L4927-TOTAL-PAID-PREM,                 **
      **                      L4927-POL-LOAN-AMT-1 THRU -5           **
      **              FUNDS   L4933-F-UNIT, L4933-F-FUND-PRICE AND   **
      **                      L4933-F-VALUE (PRICE AND VALUE ONLY    **
      **                      WHEN THE VALUATION PRICED THE FUND ON  **
      **                      THE LETTER'S L4927-ILP-FV-PRICE-DT)    **
      **            AND THAT EVERY POLICY HOLDING THE SAME FUND ON   **
      **            THE SAME L4927-ILP-FV-PRICE-DT SHOWS THE SAME    **
      **            UNIT PRICE - A FIRST PASS OVER THE FUND FILE     **
      **            TABLES EVERY PRICE SEEN; THE PRICE MOST POLICIES **
      **            CARRY IS THE CONSENSUS AND ANY OTHER (OR EVERY   **
      **            PRICE, WHEN NO PRICE HAS A MAJORITY) IS A        **
      **            VARIANCE.                                        **
      **                                                             **
      **            MONEY VARIANCES ARE BANDED BY THE RECNCTL CARDS: **
      **            A DIFFERENCE OVER BOTH THE AMOUNT AND THE        **
      **            PERCENT OF A BAND IS IN THAT BAND.  WARN-BAND    **
      **            VARIANCES ARE ONLY REPORTED; A HOLD-BAND         **
      **            VARIANCE, A UNIT OR PRICE DIFFERENCE OVER ITS    **
      **            TOLERANCE, AN INCONSISTENT PRICE OR A MISSING    **
      **            VALUATION RECORD HOLDS THE POLICY: ITS CCWL4927  **
      **            AND CCWL4933 SEGMENTS ARE NOT PASSED ON TO THE   **
      **            DOCID HAND-OFF AND A CCWL4966 HOLD RECORD IS     **
      **            WRITTEN FOR FINANCE.  ONCE FINANCE CLEARS THE    **
      **            HOLD (CCWB4966, STATUS 'C') THE NEXT RUN THAT    **
      **            CARRIES THE POLICY FOR THE SAME ANNIVERSARY      **
      **            SENDS THE LETTER WITHOUT RE-HOLDING IT.          **
      **                                                             **
      **            OPS CONTROL CARDS ON RECNCTL (ONE PER LINE, ALL  **
      **            REQUIRED, VALUES MAY CARRY DECIMALS):            **
      **              'WARN-AMT=NNN.NN'   WARN BAND AMOUNT           **
      **              'WARN-PCT=NN.NN'    WARN BAND PERCENT          **
      **              'HOLD-AMT=NNN.NN'   HOLD BAND AMOUNT           **
      **              'HOLD-PCT=NN.NN'    HOLD BAND PERCENT          **
      **              'UNIT-TOL=N.NNNNNN' FUND UNIT TOLERANCE        **
      **              'PRICE-TOL=N.NNNNNN' FUND PRICE TOLERANCE      **
      **            THE HOLD BAND MAY NOT BE NARROWER THAN THE WARN  **
      **            BAND.                                            **
      **                                                             **
      **            FEEDIN/FUNDIN, VALIN AND HOLDIN MUST BE SORTED   **
      **            BY POL-ID (HOLDIN THEN BY ANNIVERSARY).  HOLDIN  **
      **            IS THE CURRENT CCWL4966 GENERATION (EMPTY ON THE **
      **            FIRST RUN); HOLDOUT IS THE NEXT.  RETURN CODE 4  **
      **            = ONE OR MORE POLICIES HELD; THE CLEAN FILES ARE **
      **            STILL GOOD TO HAND OFF.                          **
      **                                                             **
      **            MANIFEST (CCWB4957): RUNS AFTER CCWB4946 ON A    **
      **            CLASSIC RUN OR THE CCWB4962 MERGE ON A PARALLEL  **
      **            RUN, AND PROVES ITS INPUT COUNTS AGAINST THE     **
      **            STEP THAT LAST CARRIED BOTH STREAMS (CCWB4947 OR **
      **            CCWB4962).  CCWB4967 PROVES AGAINST THIS STEP.   **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04965**  15OCT2026 PHONGP VALUATION RECONCILIATION / FINANCE HOLD   **
U04965**  15OCT2026 PHONGP FEED SLOT RESIZED FOR CCWL4927 LANG-INFO   **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4965.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDIN    ASSIGN TO FEEDIN
               FILE STATUS IS B4965-FEEDIN-STAT.
           SELECT FEEDOUT   ASSIGN TO FEEDOUT
               FILE STATUS IS B4965-FEEDOUT-STAT.
           SELECT FUNDIN    ASSIGN TO FUNDIN
               FILE STATUS IS B4965-FUNDIN-STAT.
           SELECT FUNDOUT   ASSIGN TO FUNDOUT
               FILE STATUS IS B4965-FUNDOUT-STAT.
           SELECT VALIN     ASSIGN TO VALIN
               FILE STATUS IS B4965-VALIN-STAT.
           SELECT RECNCTL   ASSIGN TO RECNCTL
               FILE STATUS IS B4965-RECNCTL-STAT.
           SELECT HOLDIN    ASSIGN TO HOLDIN
               FILE STATUS IS B4965-HOLDIN-STAT.
           SELECT HOLDOUT   ASSIGN TO HOLDOUT
               FILE STATUS IS B4965-HOLDOUT-STAT.
           SELECT VARRPT    ASSIGN TO VARRPT
               FILE STATUS IS B4965-VARRPT-STAT.
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
       FD  VALIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS.
           COPY CCWL4965.
       FD  RECNCTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  B4965-RECNCTL-REC                           PIC X(080).
       FD  HOLDIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
           COPY CCWL4966.
       FD  HOLDOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
       01  B4965-HOLDOUT-REC                           PIC X(220).
       FD  VARRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  B4965-RPT-REC                               PIC X(132).
       WORKING-STORAGE SECTION.
       77  B4965-FEEDIN-STAT                           PIC X(002).
       77  B4965-FEEDOUT-STAT                          PIC X(002).
       77  B4965-FUNDIN-STAT                           PIC X(002).
       77  B4965-FUNDOUT-STAT                          PIC X(002).
       77  B4965-VALIN-STAT                            PIC X(002).
       77  B4965-RECNCTL-STAT                          PIC X(002).
       77  B4965-HOLDIN-STAT                           PIC X(002).
       77  B4965-HOLDOUT-STAT                          PIC X(002).
       77  B4965-VARRPT-STAT                           PIC X(002).
       77  B4965-POL-CNT                               PIC S9(007) COMP.
       77  B4965-POL-CLEAN-CNT                         PIC S9(007) COMP.
       77  B4965-POL-WARN-CNT                          PIC S9(007) COMP.
       77  B4965-POL-HELD-CNT                          PIC S9(007) COMP.
       77  B4965-POL-CLEARED-CNT                       PIC S9(007) COMP.
       77  B4965-POL-UNHELD-CNT                        PIC S9(007) COMP.
       77  B4965-FEED-IN-CNT                           PIC S9(007) COMP.
       77  B4965-FEED-OUT-CNT                          PIC S9(007) COMP.
       77  B4965-FUND-IN-CNT                           PIC S9(007) COMP.
       77  B4965-FUND-OUT-CNT                          PIC S9(007) COMP.
       77  B4965-VAL-IN-CNT                            PIC S9(007) COMP.
       77  B4965-VAL-NOTRUN-CNT                        PIC S9(007) COMP.
       77  B4965-HOLD-IN-CNT                           PIC S9(007) COMP.
       77  B4965-HOLD-OUT-CNT                          PIC S9(007) COMP.
       77  B4965-WARN-VAR-CNT                          PIC S9(007) COMP.
       77  B4965-HOLD-VAR-CNT                          PIC S9(007) COMP.
       77  B4965-PRICE-DT-DIFF-CNT                     PIC S9(007) COMP.
       77  B4965-DEVIANT-CNT                           PIC S9(007) COMP.
       77  B4965-POL-VAR-CNT                           PIC S9(003) COMP.
       77  B4965-CVG-SEG-CNT                           PIC S9(003) COMP.
       77  B4965-FUND-SEG-CNT                          PIC S9(003) COMP.
       77  B4965-SEG-IDX                               PIC S9(003) COMP.
       77  B4965-PX-CNT                                PIC S9(005) COMP.
       77  B4965-PX                                    PIC S9(005) COMP.
       77  B4965-QX                                    PIC S9(005) COMP.
       77  B4965-LF-CNT                                PIC S9(005) COMP.
       77  B4965-VF-CNT                                PIC S9(005) COMP.
       77  B4965-LX                                    PIC S9(005) COMP.
       77  B4965-VX                                    PIC S9(005) COMP.
       77  B4965-FX                                    PIC S9(003) COMP.
       77  B4965-KX                                    PIC S9(003) COMP.
       77  B4965-RX                                    PIC S9(003) COMP.
       77  B4965-HB-CNT                                PIC S9(003) COMP.
       77  B4965-HB-HIT                                PIC S9(003) COMP.
       77  B4965-HX                                    PIC S9(003) COMP.
       77  B4965-VAR-CNT-9                             PIC 9(003).
       77  B4965-ABEND-TXT                             PIC X(020).

       01  B4965-SWITCHES.
           05  B4965-FEED-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4965-FEED-EOF                      VALUE 'Y'.
           05  B4965-FUND-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4965-FUND-EOF                      VALUE 'Y'.
           05  B4965-VAL-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4965-VAL-EOF                       VALUE 'Y'.
           05  B4965-HOLD-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4965-HOLD-EOF                      VALUE 'Y'.
           05  B4965-CTL-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4965-CTL-EOF                       VALUE 'Y'.
           05  B4965-POL-HOLD-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4965-POL-HELD                      VALUE 'Y'.
           05  B4965-POL-WARN-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4965-POL-WARNED                    VALUE 'Y'.
           05  B4965-VAL-POL-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4965-VAL-POL-FOUND                 VALUE 'Y'.
           05  B4965-AMT-BAD-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4965-AMT-BAD                       VALUE 'Y'.
           05  B4965-WARN-AMT-SEEN-SW                  PIC X(001)
                                                       VALUE 'N'.
           05  B4965-WARN-PCT-SEEN-SW                  PIC X(001)
                                                       VALUE 'N'.
           05  B4965-HOLD-AMT-SEEN-SW                  PIC X(001)
                                                       VALUE 'N'.
           05  B4965-HOLD-PCT-SEEN-SW                  PIC X(001)
                                                       VALUE 'N'.
           05  B4965-UNIT-TOL-SEEN-SW                  PIC X(001)
                                                       VALUE 'N'.
           05  B4965-PRICE-TOL-SEEN-SW                 PIC X(001)
                                                       VALUE 'N'.

       01  B4965-CNT-PRED-NM                           PIC X(012).
       01  B4965-RUN-ID                                PIC X(010).
       01  B4965-RUN-DT                                PIC X(010).
       01  B4965-SYS-DATE                              PIC 9(008).
       01  B4965-SYS-DATE-R REDEFINES B4965-SYS-DATE.
           05  B4965-SYS-YYYY                          PIC X(004).
           05  B4965-SYS-MM                            PIC X(002).
           05  B4965-SYS-DD                            PIC X(002).

      *****************************************************************
      *  TOLERANCE BANDS FROM THE RECNCTL CARDS.                      *
      *****************************************************************
       01  B4965-TOLERANCES.
           05  B4965-CARD-VAL                          PIC X(020).
           05  B4965-WARN-AMT                          PIC S9(011)V9(02)
                                                       COMP-3.
           05  B4965-WARN-PCT                          PIC S9(003)V9(02)
                                                       COMP-3.
           05  B4965-HOLD-AMT                          PIC S9(011)V9(02)
                                                       COMP-3.
           05  B4965-HOLD-PCT                          PIC S9(003)V9(02)
                                                       COMP-3.
           05  B4965-UNIT-TOL                          PIC S9(005)V9(06)
                                                       COMP-3.
           05  B4965-PRICE-TOL                         PIC S9(005)V9(06)
                                                       COMP-3.

      *****************************************************************
      *  CURRENT POLICY - TAKEN FROM ITS FIRST CCWL4927 SEGMENT.  THE *
      *  SEVEN POLICY AMOUNTS ARE HELD IN THE SAME ORDER AS THE       *
      *  VALUATION'S B4965-VP-AMT AND THE FIELD NAMES BELOW.          *
      *****************************************************************
       01  B4965-POL-INFO.
           05  B4965-CURR-POL-ID                       PIC X(010).
           05  B4965-POL-ANNV-DT                       PIC X(010).
           05  B4965-POL-LETTER-TYP-CD                 PIC X(002).
           05  B4965-POL-OW-CLI-ID                     PIC X(010).
           05  B4965-POL-PRICE-DT                      PIC X(010).
           05  B4965-LP-AMT-X        OCCURS 7 TIMES    PIC X(025).
       01  B4965-VAL-POL-AMTS.
           05  B4965-VP-AMT          OCCURS 7 TIMES    PIC S9(011)V9(06)
                                                       COMP-3.
       01  B4965-POL-FLD-VALUES.
           05  FILLER                                  PIC X(030)
               VALUE 'L4927-POL-NET-BASE-CASH-VALUE'.
           05  FILLER                                  PIC X(030)
               VALUE 'L4927-TOTAL-PAID-PREM'.
           05  FILLER                                  PIC X(030)
               VALUE 'L4927-POL-LOAN-AMT-1'.
           05  FILLER                                  PIC X(030)
               VALUE 'L4927-POL-LOAN-AMT-2'.
           05  FILLER                                  PIC X(030)
               VALUE 'L4927-POL-LOAN-AMT-3'.
           05  FILLER                                  PIC X(030)
               VALUE 'L4927-POL-LOAN-AMT-4'.
           05  FILLER                                  PIC X(030)
               VALUE 'L4927-POL-LOAN-AMT-5'.
       01  B4965-POL-FLD-TABLE REDEFINES B4965-POL-FLD-VALUES.
           05  B4965-POL-FLD-NM      OCCURS 7 TIMES    PIC X(030).

      *****************************************************************
      *  THE CURRENT POLICY'S FUND ROWS, LETTER SIDE AND VALUATION    *
      *  SIDE.                                                        *
      *****************************************************************
       01  B4965-LTR-FUND-TABLE.
           05  B4965-LF-ENT          OCCURS 300 TIMES.
               10  B4965-LF-FUND-CD                    PIC X(006).
               10  B4965-LF-UNIT-N                     PIC S9(011)V9(06)
                                                       COMP-3.
               10  B4965-LF-PRICE-N                    PIC S9(011)V9(06)
                                                       COMP-3.
               10  B4965-LF-VALUE-N                    PIC S9(011)V9(06)
                                                       COMP-3.
               10  B4965-LF-BAD-SW                     PIC X(001).
       01  B4965-VAL-FUND-TABLE.
           05  B4965-VF-ENT          OCCURS 300 TIMES.
               10  B4965-VF-FUND-CD                    PIC X(006).
               10  B4965-VF-UNIT-N                     PIC S9(011)V9(06)
                                                       COMP-3.
               10  B4965-VF-PRICE-N                    PIC S9(011)V9(06)
                                                       COMP-3.
               10  B4965-VF-VALUE-N                    PIC S9(011)V9(06)
                                                       COMP-3.
               10  B4965-VF-PRICE-DT                   PIC X(010).
               10  B4965-VF-MATCH-SW                   PIC X(001).

      *****************************************************************
      *  UNIT PRICES SEEN ON THE FIRST PASS, ONE ENTRY PER DISTINCT   *
      *  FUND / PRICING DATE / PRICE.  B4965-PX-POL-CNT IS THE NUMBER *
      *  OF FUND ROWS CARRYING THE PRICE; B4965-PX-CONS-PRICE-N IS    *
      *  THE MAJORITY PRICE FOR THE FUND AND DATE (ZERO WHEN NO PRICE *
      *  HAS A MAJORITY).                                             *
      *****************************************************************
       01  B4965-PRICE-TABLE.
           05  B4965-PX-ENT          OCCURS 3000 TIMES.
               10  B4965-PX-FUND-CD                    PIC X(006).
               10  B4965-PX-PRICE-DT                   PIC X(010).
               10  B4965-PX-PRICE-N                    PIC S9(011)V9(06)
                                                       COMP-3.
               10  B4965-PX-CONS-PRICE-N               PIC S9(011)V9(06)
                                                       COMP-3.
               10  B4965-PX-POL-CNT                    PIC S9(007) COMP.
               10  B4965-PX-BEST-CNT                   PIC S9(007) COMP.
               10  B4965-PX-MULTI-SW                   PIC X(001).
               10  B4965-PX-DEVIANT-SW                 PIC X(001).

      *****************************************************************
      *  THE CURRENT POLICY'S CCWL4966 HOLD RECORDS, IN ANNIVERSARY   *
      *  ORDER, UNTIL THEY ARE REWRITTEN TO HOLDOUT.                  *
      *****************************************************************
       01  B4965-HOLD-BUFFER.
           05  B4965-HB-ENT          OCCURS 20 TIMES.
               10  B4965-HB-ANNV-DT                    PIC X(010).
               10  B4965-HB-REC                        PIC X(220).

      *****************************************************************
      *  VARIANCE BUILD AREA - FED TO 8400-RAISE-VARIANCE - AND THE   *
      *  POLICY'S FIRST HOLD FINDING, WHICH GOES ON THE HOLD RECORD.  *
      *****************************************************************
       01  B4965-VAR-FIELDS.
           05  B4965-VAR-RSN-CD                        PIC X(004).
           05  B4965-VAR-FLD-NM                        PIC X(030).
           05  B4965-VAR-FUND-CD                       PIC X(006).
           05  B4965-VAR-BAND                          PIC X(001).
           05  B4965-VAR-LTR-N                         PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4965-VAR-VAL-N                         PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4965-VAR-DIFF-N                        PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4965-VAR-ABS-N                         PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4965-VAR-BASE-N                        PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4965-VAR-PCT-N                         PIC S9(005)V9(02)
                                                       COMP-3.
           05  B4965-VAR-TOL-N                         PIC S9(005)V9(06)
                                                       COMP-3.
       01  B4965-FIRST-HOLD.
           05  B4965-FH-RSN-CD                         PIC X(004).
           05  B4965-FH-FLD-NM                         PIC X(030).
           05  B4965-FH-FUND-CD                        PIC X(006).
           05  B4965-FH-LTR-N                          PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4965-FH-VAL-N                          PIC S9(011)V9(06)
                                                       COMP-3.

      *****************************************************************
      *  HELD POLICIES BY HOLD REASON V001-V004.                      *
      *****************************************************************
       01  B4965-RSN-COUNTS.
           05  B4965-RSN-CNT         OCCURS 4 TIMES    PIC S9(007) COMP.

       01  B4965-AMT-WORK.
           05  B4965-AMT-X                             PIC X(025).
           05  B4965-AMT-N                             PIC S9(011)V9(06)
                                                       COMP-3.

      *****************************************************************
      *  PER-POLICY SEGMENT BUFFERS, AS IN CCWB4944.  THE SLOT SIZES  *
      *  ARE THE MAXIMUM CCWL4927/CCWL4933 RECORD LENGTHS - RESIZE    *
      *  THEM WHENEVER THOSE COPYBOOKS GROW.                          *
      *****************************************************************
       01  B4965-CVG-SEG-BUFFER.
           05  B4965-CVG-SEG-SLOT    OCCURS 99 TIMES  PIC X(24493).
       01  B4965-FUND-SEG-BUFFER.
           05  B4965-FUND-SEG-SLOT   OCCURS 99 TIMES  PIC X(2445).

       01  B4965-RPT-HDG-1.
           05  FILLER                                  PIC X(042)
               VALUE 'CCWB4965  VALUATION RECONCILIATION REPORT '.
           05  FILLER                                  PIC X(009)
               VALUE 'RUN DATE '.
           05  B4965-HDG-RUN-DT                        PIC X(010).
           05  FILLER                                  PIC X(009)
               VALUE '  RUN ID '.
           05  B4965-HDG-RUN-ID                        PIC X(010).
           05  FILLER                                  PIC X(052)
               VALUE SPACES.
       01  B4965-RPT-PARM.
           05  FILLER                                  PIC X(011)
               VALUE 'WARN BAND >'.
           05  B4965-PARM-WARN-AMT                     PIC Z(10)9.99.
           05  FILLER                                  PIC X(005)
               VALUE ' AND '.
           05  B4965-PARM-WARN-PCT                     PIC ZZ9.99.
           05  FILLER                                  PIC X(014)
               VALUE '%  HOLD BAND >'.
           05  B4965-PARM-HOLD-AMT                     PIC Z(10)9.99.
           05  FILLER                                  PIC X(005)
               VALUE ' AND '.
           05  B4965-PARM-HOLD-PCT                     PIC ZZ9.99.
           05  FILLER                                  PIC X(013)
               VALUE '%  UNIT TOL '.
           05  B4965-PARM-UNIT-TOL                     PIC ZZZZ9.9(6).
           05  FILLER                                  PIC X(012)
               VALUE '  PRICE TOL '.
           05  B4965-PARM-PRICE-TOL                    PIC ZZZZ9.9(6).
           05  FILLER                                  PIC X(004).
       01  B4965-RPT-HDG-2.
           05  FILLER                                  PIC X(049)
               VALUE 'POL-ID     LT RSN  FIELD'.
           05  FILLER                                  PIC X(042)
               VALUE 'FUND          LETTER AMOUNT      VALUATION'.
           05  FILLER                                  PIC X(041)
               VALUE '          DIFFERENCE    PCT BAND'.
       01  B4965-RPT-DTL.
           05  B4965-DTL-POL-ID                        PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4965-DTL-LETTER-TYP-CD                 PIC X(002).
           05  FILLER                                  PIC X(001).
           05  B4965-DTL-RSN-CD                        PIC X(004).
           05  FILLER                                  PIC X(001).
           05  B4965-DTL-FLD-NM                        PIC X(029).
           05  FILLER                                  PIC X(001).
           05  B4965-DTL-FUND-CD                       PIC X(006).
           05  FILLER                                  PIC X(001).
           05  B4965-DTL-LTR-AMT                       PIC -(12)9.9(6).
           05  FILLER                                  PIC X(001).
           05  B4965-DTL-VAL-AMT                       PIC -(12)9.9(6).
           05  FILLER                                  PIC X(001).
           05  B4965-DTL-DIFF-AMT                      PIC -(12)9.9(6).
           05  FILLER                                  PIC X(001).
           05  B4965-DTL-PCT                           PIC ZZ9.99.
           05  FILLER                                  PIC X(001).
           05  B4965-DTL-BAND                          PIC X(004).
           05  FILLER                                  PIC X(002).
       01  B4965-RPT-NOTE.
           05  FILLER                                  PIC X(005)
               VALUE SPACES.
           05  B4965-NOTE-POL-ID                       PIC X(010).
           05  FILLER                                  PIC X(001)
               VALUE SPACE.
           05  B4965-NOTE-TXT                          PIC X(100).
           05  FILLER                                  PIC X(016)
               VALUE SPACES.
       01  B4965-RPT-PRICE.
           05  FILLER                                  PIC X(005)
               VALUE 'FUND '.
           05  B4965-PRC-FUND-CD                       PIC X(006).
           05  FILLER                                  PIC X(008)
               VALUE ' PRICED '.
           05  B4965-PRC-PRICE-DT                      PIC X(010).
           05  FILLER                                  PIC X(004)
               VALUE ' AT '.
           05  B4965-PRC-PRICE                         PIC Z(10)9.9(6).
           05  FILLER                                  PIC X(004)
               VALUE ' BY '.
           05  B4965-PRC-CNT                           PIC ZZZ,ZZ9.
           05  FILLER                                  PIC X(012)
               VALUE ' FUND ROWS  '.
           05  B4965-PRC-STATUS                        PIC X(020).
           05  FILLER                                  PIC X(038).
       01  B4965-RPT-LINE.
           05  B4965-RPT-TXT                           PIC X(046).
           05  B4965-RPT-CNT                           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                  PIC X(075).

           COPY CCWL4966 REPLACING LEADING ==L4966== BY ==W4966==.

           COPY CCWL4958.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - PRICE PASS, THEN ONE POLICY AT A TIME ACROSS *
      *  THE FEED, FUND, VALUATION AND HOLD FILES.                    *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-POLICY THRU 2000-EXIT
               UNTIL B4965-FEED-EOF AND B4965-FUND-EOF.
           PERFORM 5000-FINISH-MASTERS THRU 5000-EXIT.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - MANIFEST, CONTROL CARDS, PRICE PASS, OPEN  *
      *  FOR THE RECONCILIATION PASS, REPORT HEADINGS, PRIME.         *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 'CCWB4965' TO L4958-STEP-NM.
           MOVE 'S'        TO L4958-FUNC-CD.
           MOVE SPACES     TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE L4958-RUN-ID TO B4965-RUN-ID.
      *    A PARALLEL-STREAM RUN ENDS IN THE CCWB4962 MERGE; A CLASSIC
      *    RUN ENDS IN CCWB4946, WITH CCWB4947 HOLDING THE STREAM
      *    COUNTS.
           MOVE 'O'        TO L4958-FUNC-CD.
           MOVE 'CCWB4962' TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           IF L4958-RTN-CD = '04'
               MOVE 'C'        TO L4958-FUNC-CD
               MOVE 'CCWB4946' TO L4958-PRED-STEP-NM
               CALL 'CCWB4957' USING L4958-MANIFEST-PARM
               MOVE 'CCWB4947' TO B4965-CNT-PRED-NM
           ELSE
               MOVE 'CCWB4962' TO B4965-CNT-PRED-NM.
           MOVE ZERO TO B4965-POL-CNT
                        B4965-POL-CLEAN-CNT
                        B4965-POL-WARN-CNT
                        B4965-POL-HELD-CNT
                        B4965-POL-CLEARED-CNT
                        B4965-POL-UNHELD-CNT
                        B4965-VAL-IN-CNT
                        B4965-VAL-NOTRUN-CNT
                        B4965-HOLD-IN-CNT
                        B4965-HOLD-OUT-CNT
                        B4965-WARN-VAR-CNT
                        B4965-HOLD-VAR-CNT
                        B4965-PRICE-DT-DIFF-CNT
                        B4965-DEVIANT-CNT
                        B4965-PX-CNT
                        B4965-RSN-CNT (1) B4965-RSN-CNT (2)
                        B4965-RSN-CNT (3) B4965-RSN-CNT (4).
           OPEN INPUT  RECNCTL.
           IF B4965-RECNCTL-STAT NOT = '00'
               MOVE 'OPEN RECNCTL' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 1100-READ-CTL-CARD THRU 1100-EXIT
               UNTIL B4965-CTL-EOF.
           CLOSE RECNCTL.
           IF B4965-WARN-AMT-SEEN-SW  NOT = 'Y'
           OR B4965-WARN-PCT-SEEN-SW  NOT = 'Y'
           OR B4965-HOLD-AMT-SEEN-SW  NOT = 'Y'
           OR B4965-HOLD-PCT-SEEN-SW  NOT = 'Y'
           OR B4965-UNIT-TOL-SEEN-SW  NOT = 'Y'
           OR B4965-PRICE-TOL-SEEN-SW NOT = 'Y'
               MOVE 'RECNCTL INCOMPLETE' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4965-HOLD-AMT < B4965-WARN-AMT
           OR B4965-HOLD-PCT < B4965-WARN-PCT
               MOVE 'HOLD BAND < WARN' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT VARRPT.
           IF B4965-VARRPT-STAT NOT = '00'
               MOVE 'OPEN VARRPT' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ACCEPT B4965-SYS-DATE FROM DATE YYYYMMDD.
           STRING B4965-SYS-YYYY '-' B4965-SYS-MM '-' B4965-SYS-DD
               DELIMITED BY SIZE INTO B4965-RUN-DT.
           MOVE B4965-RUN-DT    TO B4965-HDG-RUN-DT.
           MOVE B4965-RUN-ID    TO B4965-HDG-RUN-ID.
           WRITE B4965-RPT-REC FROM B4965-RPT-HDG-1
               AFTER ADVANCING 1 LINE.
           MOVE B4965-WARN-AMT  TO B4965-PARM-WARN-AMT.
           MOVE B4965-WARN-PCT  TO B4965-PARM-WARN-PCT.
           MOVE B4965-HOLD-AMT  TO B4965-PARM-HOLD-AMT.
           MOVE B4965-HOLD-PCT  TO B4965-PARM-HOLD-PCT.
           MOVE B4965-UNIT-TOL  TO B4965-PARM-UNIT-TOL.
           MOVE B4965-PRICE-TOL TO B4965-PARM-PRICE-TOL.
           WRITE B4965-RPT-REC FROM B4965-RPT-PARM
               AFTER ADVANCING 1 LINE.
           PERFORM 1500-BUILD-PRICE-TABLE THRU 1500-EXIT.
           PERFORM 1600-FIND-DEVIANT-PRICES THRU 1600-EXIT.
           MOVE 'N' TO B4965-FEED-EOF-SW
                       B4965-FUND-EOF-SW.
           MOVE ZERO TO B4965-FEED-IN-CNT
                        B4965-FEED-OUT-CNT
                        B4965-FUND-IN-CNT
                        B4965-FUND-OUT-CNT.
           OPEN INPUT  FEEDIN FUNDIN VALIN HOLDIN.
           IF B4965-FEEDIN-STAT NOT = '00'
           OR B4965-FUNDIN-STAT NOT = '00'
           OR B4965-VALIN-STAT  NOT = '00'
           OR B4965-HOLDIN-STAT NOT = '00'
               MOVE 'OPEN INPUTS' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT FEEDOUT FUNDOUT HOLDOUT.
           IF B4965-FEEDOUT-STAT NOT = '00'
           OR B4965-FUNDOUT-STAT NOT = '00'
           OR B4965-HOLDOUT-STAT NOT = '00'
               MOVE 'OPEN OUTPUTS' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           WRITE B4965-RPT-REC FROM B4965-RPT-HDG-2
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
           PERFORM 8300-READ-VAL THRU 8300-EXIT.
           PERFORM 8350-READ-HOLD THRU 8350-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-CTL-CARD - ONE RECNCTL CARD.  AN UNRECOGNIZED CARD *
      *  IS REFUSED LOUDLY, NOT SKIPPED.                              *
      *****************************************************************
       1100-READ-CTL-CARD.
           READ RECNCTL
               AT END
                   SET B4965-CTL-EOF TO TRUE
                   GO TO 1100-EXIT.
           IF B4965-RECNCTL-STAT NOT = '00'
               MOVE 'READ RECNCTL' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4965-RECNCTL-REC = SPACES
               GO TO 1100-EXIT.
           IF B4965-RECNCTL-REC (1:10) = 'PRICE-TOL='
               MOVE B4965-RECNCTL-REC (11:20) TO B4965-CARD-VAL
               PERFORM 1110-CHECK-CARD-VAL THRU 1110-EXIT
               COMPUTE B4965-PRICE-TOL =
                   FUNCTION NUMVAL (B4965-CARD-VAL)
               MOVE 'Y' TO B4965-PRICE-TOL-SEEN-SW
               GO TO 1100-EXIT.
           MOVE B4965-RECNCTL-REC (10:20) TO B4965-CARD-VAL.
           EVALUATE B4965-RECNCTL-REC (1:9)
               WHEN 'WARN-AMT='
                   PERFORM 1110-CHECK-CARD-VAL THRU 1110-EXIT
                   COMPUTE B4965-WARN-AMT =
                       FUNCTION NUMVAL (B4965-CARD-VAL)
                   MOVE 'Y' TO B4965-WARN-AMT-SEEN-SW
               WHEN 'WARN-PCT='
                   PERFORM 1110-CHECK-CARD-VAL THRU 1110-EXIT
                   COMPUTE B4965-WARN-PCT =
                       FUNCTION NUMVAL (B4965-CARD-VAL)
                   MOVE 'Y' TO B4965-WARN-PCT-SEEN-SW
               WHEN 'HOLD-AMT='
                   PERFORM 1110-CHECK-CARD-VAL THRU 1110-EXIT
                   COMPUTE B4965-HOLD-AMT =
                       FUNCTION NUMVAL (B4965-CARD-VAL)
                   MOVE 'Y' TO B4965-HOLD-AMT-SEEN-SW
               WHEN 'HOLD-PCT='
                   PERFORM 1110-CHECK-CARD-VAL THRU 1110-EXIT
                   COMPUTE B4965-HOLD-PCT =
                       FUNCTION NUMVAL (B4965-CARD-VAL)
                   MOVE 'Y' TO B4965-HOLD-PCT-SEEN-SW
               WHEN 'UNIT-TOL='
                   PERFORM 1110-CHECK-CARD-VAL THRU 1110-EXIT
                   COMPUTE B4965-UNIT-TOL =
                       FUNCTION NUMVAL (B4965-CARD-VAL)
                   MOVE 'Y' TO B4965-UNIT-TOL-SEEN-SW
               WHEN OTHER
                   MOVE 'BAD RECNCTL CARD' TO B4965-ABEND-TXT
                   PERFORM 9999-ABEND THRU 9999-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1110-CHECK-CARD-VAL.
           IF B4965-CARD-VAL = SPACES
           OR FUNCTION TEST-NUMVAL (B4965-CARD-VAL) NOT = ZERO
               MOVE 'BAD RECNCTL VALUE' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1500-BUILD-PRICE-TABLE - FIRST PASS.  EVERY FUND ROW'S UNIT  *
      *  PRICE IS TABLED UNDER ITS FUND AND THE OWNING POLICY'S       *
      *  L4927-ILP-FV-PRICE-DT.  FUND ROWS WITHOUT A FEED POLICY OR   *
      *  PRICING DATE, AND UNPARSEABLE PRICES, ARE LEFT OUT (THE      *
      *  BALANCING AND EDIT STEPS REPORT THOSE).                      *
      *****************************************************************
       1500-BUILD-PRICE-TABLE.
           OPEN INPUT  FEEDIN FUNDIN.
           IF B4965-FEEDIN-STAT NOT = '00'
           OR B4965-FUNDIN-STAT NOT = '00'
               MOVE 'OPEN PRICE PASS' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
           PERFORM 1510-PRICE-FUND-SEG THRU 1510-EXIT
               UNTIL B4965-FUND-EOF.
           CLOSE FEEDIN FUNDIN.
       1500-EXIT.
           EXIT.

       1510-PRICE-FUND-SEG.
           PERFORM 8100-READ-FEED THRU 8100-EXIT
               UNTIL B4965-FEED-EOF
                  OR L4927-POL-ID NOT < L4933-POL-ID.
           IF L4927-POL-ID = L4933-POL-ID
           AND L4927-ILP-FV-PRICE-DT NOT = SPACES
               PERFORM 1520-TABLE-FUND-PRICE THRU 1520-EXIT
                   VARYING B4965-FX FROM 1 BY 1
                   UNTIL B4965-FX > L4933-ILP-FUND-CNT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       1510-EXIT.
           EXIT.

       1520-TABLE-FUND-PRICE.
           IF L4933-F-FUND-CD (B4965-FX) = SPACES
           OR L4933-F-FUND-PRICE (B4965-FX) = SPACES
               GO TO 1520-EXIT.
           MOVE 'N' TO B4965-AMT-BAD-SW.
           MOVE L4933-F-FUND-PRICE (B4965-FX) TO B4965-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           IF B4965-AMT-BAD
               GO TO 1520-EXIT.
           PERFORM 1530-FIND-PRICE-ENT THRU 1530-EXIT
               VARYING B4965-PX FROM 1 BY 1
               UNTIL B4965-PX > B4965-PX-CNT
                  OR (B4965-PX-FUND-CD (B4965-PX)
                          = L4933-F-FUND-CD (B4965-FX)
                  AND B4965-PX-PRICE-DT (B4965-PX)
                          = L4927-ILP-FV-PRICE-DT
                  AND B4965-PX-PRICE-N (B4965-PX) = B4965-AMT-N).
           IF B4965-PX > B4965-PX-CNT
               IF B4965-PX-CNT = 3000
                   MOVE 'PRICE TABLE FULL' TO B4965-ABEND-TXT
                   PERFORM 9999-ABEND THRU 9999-EXIT
               END-IF
               ADD 1 TO B4965-PX-CNT
               MOVE B4965-PX-CNT TO B4965-PX
               MOVE L4933-F-FUND-CD (B4965-FX)
                   TO B4965-PX-FUND-CD (B4965-PX)
               MOVE L4927-ILP-FV-PRICE-DT
                   TO B4965-PX-PRICE-DT (B4965-PX)
               MOVE B4965-AMT-N TO B4965-PX-PRICE-N (B4965-PX)
               MOVE ZERO TO B4965-PX-POL-CNT (B4965-PX).
           ADD 1 TO B4965-PX-POL-CNT (B4965-PX).
       1520-EXIT.
           EXIT.

       1530-FIND-PRICE-ENT.
           CONTINUE.
       1530-EXIT.
           EXIT.

      *****************************************************************
      *  1600-FIND-DEVIANT-PRICES - A PRICE IS DEVIANT WHEN ANOTHER   *
      *  PRICE FOR THE SAME FUND AND DATE IS CARRIED BY AS MANY OR    *
      *  MORE FUND ROWS.  EVERY FUND/DATE WITH MORE THAN ONE PRICE IS *
      *  LISTED AT THE HEAD OF THE REPORT.                            *
      *****************************************************************
       1600-FIND-DEVIANT-PRICES.
           MOVE SPACES TO B4965-RPT-REC.
           MOVE 'UNIT PRICE CONSISTENCY - FUNDS PRICED DIFFERENTLY ON TH
      -         'E SAME DATE' TO B4965-RPT-REC.
           WRITE B4965-RPT-REC AFTER ADVANCING 2 LINES.
           PERFORM 1610-CHECK-PRICE-ENT THRU 1610-EXIT
               VARYING B4965-PX FROM 1 BY 1
               UNTIL B4965-PX > B4965-PX-CNT.
           IF B4965-DEVIANT-CNT = ZERO
               MOVE SPACES TO B4965-RPT-REC
               MOVE '  NONE - EVERY FUND HAS ONE PRICE PER PRICING DATE'
                   TO B4965-RPT-REC
               WRITE B4965-RPT-REC AFTER ADVANCING 1 LINE.
       1600-EXIT.
           EXIT.

       1610-CHECK-PRICE-ENT.
           MOVE 'N'  TO B4965-PX-MULTI-SW (B4965-PX)
                        B4965-PX-DEVIANT-SW (B4965-PX).
           MOVE ZERO TO B4965-PX-BEST-CNT (B4965-PX)
                        B4965-PX-CONS-PRICE-N (B4965-PX).
           PERFORM 1620-COMPARE-PRICE-ENT THRU 1620-EXIT
               VARYING B4965-QX FROM 1 BY 1
               UNTIL B4965-QX > B4965-PX-CNT.
           IF B4965-PX-MULTI-SW (B4965-PX) NOT = 'Y'
               MOVE B4965-PX-PRICE-N (B4965-PX)
                   TO B4965-PX-CONS-PRICE-N (B4965-PX)
               GO TO 1610-EXIT.
           MOVE B4965-PX-FUND-CD (B4965-PX)  TO B4965-PRC-FUND-CD.
           MOVE B4965-PX-PRICE-DT (B4965-PX) TO B4965-PRC-PRICE-DT.
           MOVE B4965-PX-PRICE-N (B4965-PX)  TO B4965-PRC-PRICE.
           MOVE B4965-PX-POL-CNT (B4965-PX)  TO B4965-PRC-CNT.
           IF B4965-PX-DEVIANT-SW (B4965-PX) = 'Y'
               ADD 1 TO B4965-DEVIANT-CNT
               IF B4965-PX-BEST-CNT (B4965-PX) = ZERO
                   MOVE 'DEVIANT - NO MAJORITY' TO B4965-PRC-STATUS
               ELSE
                   MOVE 'DEVIANT'              TO B4965-PRC-STATUS
               END-IF
           ELSE
               MOVE B4965-PX-PRICE-N (B4965-PX)
                   TO B4965-PX-CONS-PRICE-N (B4965-PX)
               MOVE 'CONSENSUS'                TO B4965-PRC-STATUS.
           WRITE B4965-RPT-REC FROM B4965-RPT-PRICE
               AFTER ADVANCING 1 LINE.
           IF B4965-VARRPT-STAT NOT = '00'
               MOVE 'WRITE VARRPT' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       1610-EXIT.
           EXIT.

       1620-COMPARE-PRICE-ENT.
           IF B4965-QX = B4965-PX
           OR B4965-PX-FUND-CD (B4965-QX)
                  NOT = B4965-PX-FUND-CD (B4965-PX)
           OR B4965-PX-PRICE-DT (B4965-QX)
                  NOT = B4965-PX-PRICE-DT (B4965-PX)
               GO TO 1620-EXIT.
           MOVE 'Y' TO B4965-PX-MULTI-SW (B4965-PX).
           IF B4965-PX-POL-CNT (B4965-QX)
                  < B4965-PX-POL-CNT (B4965-PX)
               GO TO 1620-EXIT.
           MOVE 'Y' TO B4965-PX-DEVIANT-SW (B4965-PX).
           IF B4965-PX-POL-CNT (B4965-QX)
                  > B4965-PX-POL-CNT (B4965-PX)
           AND B4965-PX-POL-CNT (B4965-QX)
                  > B4965-PX-BEST-CNT (B4965-PX)
               MOVE B4965-PX-POL-CNT (B4965-QX)
                   TO B4965-PX-BEST-CNT (B4965-PX)
               MOVE B4965-PX-PRICE-N (B4965-QX)
                   TO B4965-PX-CONS-PRICE-N (B4965-PX).
       1620-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-POLICY - GATHER THE LOWEST POL-ID STILL UNREAD  *
      *  FROM BOTH FEED FILES, BRING THE VALUATION AND HOLD FILES UP  *
      *  TO IT, RECONCILE, THEN PASS OR HOLD.                         *
      *****************************************************************
       2000-PROCESS-POLICY.
           IF L4927-POL-ID < L4933-POL-ID
               MOVE L4927-POL-ID TO B4965-CURR-POL-ID
           ELSE
               MOVE L4933-POL-ID TO B4965-CURR-POL-ID.
           MOVE 'N' TO B4965-POL-HOLD-SW
                       B4965-POL-WARN-SW.
           MOVE ZERO TO B4965-CVG-SEG-CNT
                        B4965-FUND-SEG-CNT
                        B4965-LF-CNT
                        B4965-POL-VAR-CNT.
           MOVE SPACES TO B4965-POL-ANNV-DT
                          B4965-POL-LETTER-TYP-CD
                          B4965-POL-OW-CLI-ID
                          B4965-POL-PRICE-DT
                          B4965-FIRST-HOLD.
           PERFORM 2100-GATHER-CVG-SEG THRU 2100-EXIT
               UNTIL B4965-FEED-EOF
                  OR L4927-POL-ID NOT = B4965-CURR-POL-ID.
           PERFORM 2200-GATHER-FUND-SEG THRU 2200-EXIT
               UNTIL B4965-FUND-EOF
                  OR L4933-POL-ID NOT = B4965-CURR-POL-ID.
           PERFORM 2300-GET-VALUATION THRU 2300-EXIT.
           PERFORM 2400-GET-HOLD-MASTER THRU 2400-EXIT.
           IF B4965-CVG-SEG-CNT > ZERO
               ADD 1 TO B4965-POL-CNT
               PERFORM 3000-RECONCILE-POLICY THRU 3000-EXIT.
           PERFORM 4000-DISPOSE-POLICY THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-GATHER-CVG-SEG - BUFFER ONE CCWL4927 SEGMENT; THE       *
      *  POLICY FIGURES ARE TAKEN FROM THE FIRST.                     *
      *****************************************************************
       2100-GATHER-CVG-SEG.
           IF B4965-CVG-SEG-CNT = 99
               MOVE 'CVG CHAIN OVER 99' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-CVG-SEG-CNT.
           MOVE L4927-DATA-INFO
               TO B4965-CVG-SEG-SLOT (B4965-CVG-SEG-CNT).
           IF B4965-CVG-SEG-CNT = 1
               MOVE L4927-POL-ANNV-DT     TO B4965-POL-ANNV-DT
               MOVE L4927-LETTER-TYP-CD   TO B4965-POL-LETTER-TYP-CD
               MOVE L4927-OW-CLI-ID       TO B4965-POL-OW-CLI-ID
               MOVE L4927-ILP-FV-PRICE-DT TO B4965-POL-PRICE-DT
               MOVE L4927-POL-NET-BASE-CASH-VALUE
                                          TO B4965-LP-AMT-X (1)
               MOVE L4927-TOTAL-PAID-PREM TO B4965-LP-AMT-X (2)
               MOVE L4927-POL-LOAN-AMT-1  TO B4965-LP-AMT-X (3)
               MOVE L4927-POL-LOAN-AMT-2  TO B4965-LP-AMT-X (4)
               MOVE L4927-POL-LOAN-AMT-3  TO B4965-LP-AMT-X (5)
               MOVE L4927-POL-LOAN-AMT-4  TO B4965-LP-AMT-X (6)
               MOVE L4927-POL-LOAN-AMT-5  TO B4965-LP-AMT-X (7).
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-GATHER-FUND-SEG - BUFFER ONE CCWL4933 SEGMENT AND TABLE *
      *  ITS FUND ROWS.                                               *
      *****************************************************************
       2200-GATHER-FUND-SEG.
           IF B4965-FUND-SEG-CNT = 99
               MOVE 'FUND CHAIN OVER 99' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-FUND-SEG-CNT.
           MOVE L4933-DATA-INFO
               TO B4965-FUND-SEG-SLOT (B4965-FUND-SEG-CNT).
           PERFORM 2210-TABLE-LETTER-FUND THRU 2210-EXIT
               VARYING B4965-FX FROM 1 BY 1
               UNTIL B4965-FX > L4933-ILP-FUND-CNT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

       2210-TABLE-LETTER-FUND.
           IF L4933-F-FUND-CD (B4965-FX) = SPACES
               GO TO 2210-EXIT.
           IF B4965-LF-CNT = 300
               MOVE 'LETTER FUNDS OVER 300' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-LF-CNT.
           MOVE L4933-F-FUND-CD (B4965-FX)
               TO B4965-LF-FUND-CD (B4965-LF-CNT).
           MOVE 'N' TO B4965-AMT-BAD-SW.
           MOVE L4933-F-UNIT (B4965-FX) TO B4965-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           MOVE B4965-AMT-N TO B4965-LF-UNIT-N (B4965-LF-CNT).
           MOVE L4933-F-FUND-PRICE (B4965-FX) TO B4965-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           MOVE B4965-AMT-N TO B4965-LF-PRICE-N (B4965-LF-CNT).
           MOVE L4933-F-VALUE (B4965-FX) TO B4965-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           MOVE B4965-AMT-N TO B4965-LF-VALUE-N (B4965-LF-CNT).
           MOVE B4965-AMT-BAD-SW TO B4965-LF-BAD-SW (B4965-LF-CNT).
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2300-GET-VALUATION - SKIP VALUATION POLICIES NOT IN THIS RUN *
      *  (THE EXTRACT COVERS THE WHOLE IN-FORCE BOOK), THEN TABLE THE *
      *  CURRENT POLICY'S VALUES AND FUND POSITIONS.                  *
      *****************************************************************
       2300-GET-VALUATION.
           PERFORM 2310-SKIP-VAL-REC THRU 2310-EXIT
               UNTIL B4965-VAL-EOF
                  OR L4965-POL-ID NOT < B4965-CURR-POL-ID.
           MOVE 'N'  TO B4965-VAL-POL-SW.
           MOVE ZERO TO B4965-VF-CNT.
           PERFORM 2320-TABLE-VAL-REC THRU 2320-EXIT
               UNTIL B4965-VAL-EOF
                  OR L4965-POL-ID NOT = B4965-CURR-POL-ID.
       2300-EXIT.
           EXIT.

       2310-SKIP-VAL-REC.
           IF L4965-VAL-REC-TYP = '1'
               ADD 1 TO B4965-VAL-NOTRUN-CNT.
           PERFORM 8300-READ-VAL THRU 8300-EXIT.
       2310-EXIT.
           EXIT.

       2320-TABLE-VAL-REC.
           EVALUATE L4965-VAL-REC-TYP
               WHEN '1'
                   MOVE 'Y' TO B4965-VAL-POL-SW
                   MOVE L4965-NET-BASE-CASH-VALUE TO B4965-VP-AMT (1)
                   MOVE L4965-TOTAL-PAID-PREM     TO B4965-VP-AMT (2)
                   PERFORM 2321-MOVE-VAL-LOAN THRU 2321-EXIT
                       VARYING B4965-KX FROM 1 BY 1
                       UNTIL B4965-KX > 5
               WHEN '2'
                   IF B4965-VF-CNT = 300
                       MOVE 'VALUATION FUNDS > 300' TO B4965-ABEND-TXT
                       PERFORM 9999-ABEND THRU 9999-EXIT
                   END-IF
                   ADD 1 TO B4965-VF-CNT
                   MOVE L4965-F-FUND-CD
                       TO B4965-VF-FUND-CD (B4965-VF-CNT)
                   MOVE L4965-F-UNIT
                       TO B4965-VF-UNIT-N (B4965-VF-CNT)
                   MOVE L4965-F-FUND-PRICE
                       TO B4965-VF-PRICE-N (B4965-VF-CNT)
                   MOVE L4965-F-VALUE
                       TO B4965-VF-VALUE-N (B4965-VF-CNT)
                   MOVE L4965-F-PRICE-DT
                       TO B4965-VF-PRICE-DT (B4965-VF-CNT)
                   MOVE 'N' TO B4965-VF-MATCH-SW (B4965-VF-CNT)
               WHEN OTHER
                   MOVE 'BAD VALUATION RECORD' TO B4965-ABEND-TXT
                   PERFORM 9999-ABEND THRU 9999-EXIT
           END-EVALUATE.
           PERFORM 8300-READ-VAL THRU 8300-EXIT.
       2320-EXIT.
           EXIT.

       2321-MOVE-VAL-LOAN.
           COMPUTE B4965-RX = B4965-KX + 2.
           MOVE L4965-POL-LOAN-AMT (B4965-KX)
               TO B4965-VP-AMT (B4965-RX).
       2321-EXIT.
           EXIT.

      *****************************************************************
      *  2400-GET-HOLD-MASTER - COPY HOLD RECORDS OF POLICIES NOT IN  *
      *  THIS RUN STRAIGHT THROUGH, THEN BUFFER THE CURRENT POLICY'S. *
      *****************************************************************
       2400-GET-HOLD-MASTER.
           PERFORM 2410-COPY-HOLD THRU 2410-EXIT
               UNTIL B4965-HOLD-EOF
                  OR L4966-POL-ID NOT < B4965-CURR-POL-ID.
           MOVE ZERO TO B4965-HB-CNT.
           PERFORM 2420-BUFFER-HOLD THRU 2420-EXIT
               UNTIL B4965-HOLD-EOF
                  OR L4966-POL-ID NOT = B4965-CURR-POL-ID.
       2400-EXIT.
           EXIT.

       2410-COPY-HOLD.
           WRITE B4965-HOLDOUT-REC FROM L4966-DATA-INFO.
           IF B4965-HOLDOUT-STAT NOT = '00'
               MOVE 'WRITE HOLDOUT' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-HOLD-OUT-CNT.
           PERFORM 8350-READ-HOLD THRU 8350-EXIT.
       2410-EXIT.
           EXIT.

       2420-BUFFER-HOLD.
           IF B4965-HB-CNT = 20
               MOVE 'HOLD RECORDS OVER 20' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-HB-CNT.
           MOVE L4966-POL-ANNV-DT TO B4965-HB-ANNV-DT (B4965-HB-CNT).
           MOVE L4966-DATA-INFO   TO B4965-HB-REC (B4965-HB-CNT).
           PERFORM 8350-READ-HOLD THRU 8350-EXIT.
       2420-EXIT.
           EXIT.

      *****************************************************************
      *  3000-RECONCILE-POLICY - POLICY VALUES, THEN FUND POSITIONS   *
      *  BOTH WAYS.                                                   *
      *****************************************************************
       3000-RECONCILE-POLICY.
           IF NOT B4965-VAL-POL-FOUND
               MOVE 'V004'          TO B4965-VAR-RSN-CD
               MOVE 'L4965-POL-ID'  TO B4965-VAR-FLD-NM
               MOVE SPACES          TO B4965-VAR-FUND-CD
               MOVE ZERO            TO B4965-VAR-LTR-N
                                       B4965-VAR-VAL-N
                                       B4965-VAR-DIFF-N
                                       B4965-VAR-PCT-N
               MOVE 'H'             TO B4965-VAR-BAND
               PERFORM 8400-RAISE-VARIANCE THRU 8400-EXIT
           ELSE
               PERFORM 3100-RECON-POL-AMT THRU 3100-EXIT
                   VARYING B4965-KX FROM 1 BY 1
                   UNTIL B4965-KX > 7.
           PERFORM 3200-RECON-LETTER-FUND THRU 3200-EXIT
               VARYING B4965-LX FROM 1 BY 1
               UNTIL B4965-LX > B4965-LF-CNT.
           PERFORM 3300-CHECK-VAL-FUND THRU 3300-EXIT
               VARYING B4965-VX FROM 1 BY 1
               UNTIL B4965-VX > B4965-VF-CNT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-RECON-POL-AMT - ONE OF THE SEVEN POLICY AMOUNTS (V001). *
      *  A LETTER AMOUNT THAT IS NOT A NUMBER CANNOT BE PROVED AND IS *
      *  HELD.                                                        *
      *****************************************************************
       3100-RECON-POL-AMT.
           MOVE 'V001'                     TO B4965-VAR-RSN-CD.
           MOVE B4965-POL-FLD-NM (B4965-KX) TO B4965-VAR-FLD-NM.
           MOVE SPACES                     TO B4965-VAR-FUND-CD.
           MOVE 'N' TO B4965-AMT-BAD-SW.
           MOVE B4965-LP-AMT-X (B4965-KX) TO B4965-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           MOVE B4965-AMT-N              TO B4965-VAR-LTR-N.
           MOVE B4965-VP-AMT (B4965-KX)  TO B4965-VAR-VAL-N.
           PERFORM 7200-BAND-AMOUNT THRU 7200-EXIT.
           IF B4965-AMT-BAD
               MOVE 'H' TO B4965-VAR-BAND.
           IF B4965-VAR-BAND NOT = SPACE
               PERFORM 8400-RAISE-VARIANCE THRU 8400-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-RECON-LETTER-FUND - ONE LETTER FUND ROW: PRICE          *
      *  CONSISTENCY (V003), THEN AGAINST THE VALUATION POSITION      *
      *  (V002, OR V004 WHEN THE VALUATION DOES NOT HOLD THE FUND).   *
      *****************************************************************
       3200-RECON-LETTER-FUND.
           MOVE B4965-LF-FUND-CD (B4965-LX) TO B4965-VAR-FUND-CD.
           IF B4965-LF-BAD-SW (B4965-LX) = 'Y'
               MOVE 'V002'            TO B4965-VAR-RSN-CD
               MOVE 'L4933-F-VALUE'   TO B4965-VAR-FLD-NM
               MOVE ZERO              TO B4965-VAR-LTR-N
                                         B4965-VAR-VAL-N
                                         B4965-VAR-DIFF-N
                                         B4965-VAR-PCT-N
               MOVE 'H'               TO B4965-VAR-BAND
               PERFORM 8400-RAISE-VARIANCE THRU 8400-EXIT
               GO TO 3200-EXIT.
           PERFORM 3210-CHECK-PRICE-CONSENSUS THRU 3210-EXIT.
           PERFORM 3220-FIND-VAL-FUND THRU 3220-EXIT
               VARYING B4965-VX FROM 1 BY 1
               UNTIL B4965-VX > B4965-VF-CNT
                  OR (B4965-VF-FUND-CD (B4965-VX)
                          = B4965-LF-FUND-CD (B4965-LX)
                  AND B4965-VF-MATCH-SW (B4965-VX) = 'N').
           IF B4965-VX > B4965-VF-CNT
               MOVE 'V004'            TO B4965-VAR-RSN-CD
               MOVE 'L4933-F-FUND-CD' TO B4965-VAR-FLD-NM
               MOVE B4965-LF-VALUE-N (B4965-LX) TO B4965-VAR-LTR-N
               MOVE ZERO              TO B4965-VAR-VAL-N
               PERFORM 7200-BAND-AMOUNT THRU 7200-EXIT
               MOVE 'H'               TO B4965-VAR-BAND
               PERFORM 8400-RAISE-VARIANCE THRU 8400-EXIT
               GO TO 3200-EXIT.
           MOVE 'Y' TO B4965-VF-MATCH-SW (B4965-VX).
           MOVE 'V002'                      TO B4965-VAR-RSN-CD.
           MOVE 'L4933-F-UNIT'              TO B4965-VAR-FLD-NM.
           MOVE B4965-LF-UNIT-N (B4965-LX)  TO B4965-VAR-LTR-N.
           MOVE B4965-VF-UNIT-N (B4965-VX)  TO B4965-VAR-VAL-N.
           MOVE B4965-UNIT-TOL              TO B4965-VAR-TOL-N.
           PERFORM 7300-BAND-TOLERANCE THRU 7300-EXIT.
           IF B4965-VAR-BAND NOT = SPACE
               PERFORM 8400-RAISE-VARIANCE THRU 8400-EXIT.
      *    PRICE AND VALUE ONLY COMPARE ON A COMMON PRICING DATE.
           IF B4965-VF-PRICE-DT (B4965-VX) NOT = B4965-POL-PRICE-DT
               ADD 1 TO B4965-PRICE-DT-DIFF-CNT
               GO TO 3200-EXIT.
           MOVE 'L4933-F-FUND-PRICE'        TO B4965-VAR-FLD-NM.
           MOVE B4965-LF-PRICE-N (B4965-LX) TO B4965-VAR-LTR-N.
           MOVE B4965-VF-PRICE-N (B4965-VX) TO B4965-VAR-VAL-N.
           MOVE B4965-PRICE-TOL             TO B4965-VAR-TOL-N.
           PERFORM 7300-BAND-TOLERANCE THRU 7300-EXIT.
           IF B4965-VAR-BAND NOT = SPACE
               PERFORM 8400-RAISE-VARIANCE THRU 8400-EXIT.
           MOVE 'L4933-F-VALUE'             TO B4965-VAR-FLD-NM.
           MOVE B4965-LF-VALUE-N (B4965-LX) TO B4965-VAR-LTR-N.
           MOVE B4965-VF-VALUE-N (B4965-VX) TO B4965-VAR-VAL-N.
           PERFORM 7200-BAND-AMOUNT THRU 7200-EXIT.
           IF B4965-VAR-BAND NOT = SPACE
               PERFORM 8400-RAISE-VARIANCE THRU 8400-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-CHECK-PRICE-CONSENSUS - V003 WHEN THIS ROW'S PRICE WAS  *
      *  FOUND DEVIANT ON THE FIRST PASS.                             *
      *****************************************************************
       3210-CHECK-PRICE-CONSENSUS.
           IF B4965-DEVIANT-CNT = ZERO
           OR B4965-POL-PRICE-DT = SPACES
               GO TO 3210-EXIT.
           PERFORM 1530-FIND-PRICE-ENT THRU 1530-EXIT
               VARYING B4965-PX FROM 1 BY 1
               UNTIL B4965-PX > B4965-PX-CNT
                  OR (B4965-PX-FUND-CD (B4965-PX)
                          = B4965-LF-FUND-CD (B4965-LX)
                  AND B4965-PX-PRICE-DT (B4965-PX)
                          = B4965-POL-PRICE-DT
                  AND B4965-PX-PRICE-N (B4965-PX)
                          = B4965-LF-PRICE-N (B4965-LX)).
           IF B4965-PX > B4965-PX-CNT
               GO TO 3210-EXIT.
           IF B4965-PX-DEVIANT-SW (B4965-PX) NOT = 'Y'
               GO TO 3210-EXIT.
           MOVE 'V003'                      TO B4965-VAR-RSN-CD.
           MOVE 'L4933-F-FUND-PRICE'        TO B4965-VAR-FLD-NM.
           MOVE B4965-LF-PRICE-N (B4965-LX) TO B4965-VAR-LTR-N.
           MOVE B4965-PX-CONS-PRICE-N (B4965-PX) TO B4965-VAR-VAL-N.
           COMPUTE B4965-VAR-DIFF-N = B4965-VAR-LTR-N - B4965-VAR-VAL-N.
           MOVE ZERO                        TO B4965-VAR-PCT-N.
           MOVE 'H'                         TO B4965-VAR-BAND.
           PERFORM 8400-RAISE-VARIANCE THRU 8400-EXIT.
       3210-EXIT.
           EXIT.

       3220-FIND-VAL-FUND.
           CONTINUE.
       3220-EXIT.
           EXIT.

      *****************************************************************
      *  3300-CHECK-VAL-FUND - A VALUATION FUND POSITION THE LETTER   *
      *  DOES NOT SHOW (V004).  A NIL POSITION IS NOT A HOLDING.      *
      *****************************************************************
       3300-CHECK-VAL-FUND.
           IF B4965-VF-MATCH-SW (B4965-VX) = 'Y'
               GO TO 3300-EXIT.
           IF B4965-VF-UNIT-N (B4965-VX) = ZERO
           AND B4965-VF-VALUE-N (B4965-VX) = ZERO
               GO TO 3300-EXIT.
           MOVE 'V004'                      TO B4965-VAR-RSN-CD.
           MOVE 'L4965-F-FUND-CD'           TO B4965-VAR-FLD-NM.
           MOVE B4965-VF-FUND-CD (B4965-VX) TO B4965-VAR-FUND-CD.
           MOVE ZERO                        TO B4965-VAR-LTR-N.
           MOVE B4965-VF-VALUE-N (B4965-VX) TO B4965-VAR-VAL-N.
           PERFORM 7200-BAND-AMOUNT THRU 7200-EXIT.
           MOVE 'H'                         TO B4965-VAR-BAND.
           PERFORM 8400-RAISE-VARIANCE THRU 8400-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  4000-DISPOSE-POLICY - A POLICY WITH NO HOLD FINDING, OR ONE  *
      *  FINANCE HAS ALREADY CLEARED FOR THIS ANNIVERSARY, GOES ON TO *
      *  THE HAND-OFF AND ANY HOLD RECORD FOR THE ANNIVERSARY BECOMES *
      *  'R'.  ANY OTHER HOLD FINDING HOLDS IT.  FUND SEGMENTS WITH   *
      *  NO FEED POLICY PASS THROUGH UNTOUCHED FOR THE BALANCING STEP *
      *  TO REPORT.                                                   *
      *****************************************************************
       4000-DISPOSE-POLICY.
           IF B4965-CVG-SEG-CNT = ZERO
               PERFORM 4200-RELEASE-POLICY THRU 4200-EXIT
               GO TO 4000-WRITE-HOLDS.
           MOVE ZERO TO B4965-HB-HIT.
           PERFORM 4100-FIND-HOLD-ENT THRU 4100-EXIT
               VARYING B4965-HX FROM 1 BY 1
               UNTIL B4965-HX > B4965-HB-CNT
                  OR B4965-HB-HIT > ZERO.
           IF B4965-HB-HIT > ZERO
               MOVE B4965-HB-REC (B4965-HB-HIT) TO W4966-DATA-INFO.
           IF NOT B4965-POL-HELD
               PERFORM 4200-RELEASE-POLICY THRU 4200-EXIT
               IF B4965-POL-WARNED
                   ADD 1 TO B4965-POL-WARN-CNT
               ELSE
                   ADD 1 TO B4965-POL-CLEAN-CNT
               END-IF
               IF B4965-HB-HIT > ZERO
               AND W4966-HOLD-STAT-CD NOT = 'R'
                   ADD 1 TO B4965-POL-UNHELD-CNT
                   MOVE 'PREVIOUSLY HELD - NOW WITHIN TOLERANCE, RELEASE
      -                 'D' TO B4965-NOTE-TXT
                   PERFORM 8720-WRITE-NOTE THRU 8720-EXIT
                   PERFORM 4500-MARK-RELEASED THRU 4500-EXIT
               END-IF
               GO TO 4000-WRITE-HOLDS.
           IF B4965-HB-HIT > ZERO
           AND W4966-HOLD-STAT-CD = 'C'
               PERFORM 4200-RELEASE-POLICY THRU 4200-EXIT
               ADD 1 TO B4965-POL-CLEARED-CNT
               MOVE SPACES TO B4965-NOTE-TXT
               STRING 'CLEARED BY FINANCE (' W4966-CLEAR-BY-ID ' '
                      W4966-CLEAR-DT ') - RELEASED DESPITE VARIANCE'
                   DELIMITED BY SIZE INTO B4965-NOTE-TXT
               PERFORM 8720-WRITE-NOTE THRU 8720-EXIT
               PERFORM 4500-MARK-RELEASED THRU 4500-EXIT
               GO TO 4000-WRITE-HOLDS.
           PERFORM 4300-HOLD-POLICY THRU 4300-EXIT.
       4000-WRITE-HOLDS.
           PERFORM 4600-WRITE-HOLD-BUFFER THRU 4600-EXIT
               VARYING B4965-HX FROM 1 BY 1
               UNTIL B4965-HX > B4965-HB-CNT.
       4000-EXIT.
           EXIT.

       4100-FIND-HOLD-ENT.
           IF B4965-HB-ANNV-DT (B4965-HX) = B4965-POL-ANNV-DT
               MOVE B4965-HX TO B4965-HB-HIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-RELEASE-POLICY - COPY EVERY BUFFERED SEGMENT TO THE     *
      *  CLEAN FILES.                                                 *
      *****************************************************************
       4200-RELEASE-POLICY.
           PERFORM 4210-WRITE-CVG-SEG THRU 4210-EXIT
               VARYING B4965-SEG-IDX FROM 1 BY 1
               UNTIL B4965-SEG-IDX > B4965-CVG-SEG-CNT.
           PERFORM 4220-WRITE-FUND-SEG THRU 4220-EXIT
               VARYING B4965-SEG-IDX FROM 1 BY 1
               UNTIL B4965-SEG-IDX > B4965-FUND-SEG-CNT.
       4200-EXIT.
           EXIT.

      *    PRESET THE RECEIVING ODO COUNT TO ITS MAXIMUM SO THE GROUP
      *    MOVE COPIES THE FULL RECORD AREA (A FRESH OUTPUT RECORD'S
      *    COUNT IS UNDEFINED AND WOULD TRUNCATE THE FIRST MOVE).
       4210-WRITE-CVG-SEG.
           MOVE 15 TO M4927-OW-ADDR-CNT.
           WRITE M4927-DATA-INFO
               FROM B4965-CVG-SEG-SLOT (B4965-SEG-IDX).
           IF B4965-FEEDOUT-STAT NOT = '00'
               MOVE 'WRITE FEEDOUT' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-FEED-OUT-CNT.
       4210-EXIT.
           EXIT.

       4220-WRITE-FUND-SEG.
           MOVE 30 TO M4933-ILP-FUND-CNT.
           WRITE M4933-DATA-INFO
               FROM B4965-FUND-SEG-SLOT (B4965-SEG-IDX).
           IF B4965-FUNDOUT-STAT NOT = '00'
               MOVE 'WRITE FUNDOUT' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-FUND-OUT-CNT.
       4220-EXIT.
           EXIT.

      *****************************************************************
      *  4300-HOLD-POLICY - THE POLICY IS NOT PASSED ON.  ITS HOLD    *
      *  RECORD FOR THIS ANNIVERSARY IS REWRITTEN (RE-HELD) OR A NEW  *
      *  ONE IS SLOTTED INTO THE BUFFER IN ANNIVERSARY ORDER.         *
      *****************************************************************
       4300-HOLD-POLICY.
           ADD 1 TO B4965-POL-HELD-CNT.
           EVALUATE B4965-FH-RSN-CD
               WHEN 'V001'  ADD 1 TO B4965-RSN-CNT (1)
               WHEN 'V002'  ADD 1 TO B4965-RSN-CNT (2)
               WHEN 'V003'  ADD 1 TO B4965-RSN-CNT (3)
               WHEN OTHER   ADD 1 TO B4965-RSN-CNT (4)
           END-EVALUATE.
           MOVE SPACES                   TO W4966-DATA-INFO.
           MOVE B4965-CURR-POL-ID        TO W4966-POL-ID.
           MOVE B4965-POL-ANNV-DT        TO W4966-POL-ANNV-DT.
           MOVE B4965-POL-LETTER-TYP-CD  TO W4966-LETTER-TYP-CD.
           MOVE B4965-POL-OW-CLI-ID      TO W4966-OW-CLI-ID.
           MOVE 'H'                      TO W4966-HOLD-STAT-CD.
           MOVE B4965-RUN-ID             TO W4966-HOLD-RUN-ID.
           MOVE B4965-RUN-DT             TO W4966-HOLD-DT.
           MOVE B4965-FH-RSN-CD          TO W4966-HOLD-RSN-CD.
           MOVE B4965-POL-VAR-CNT        TO W4966-VAR-CNT.
           MOVE B4965-FH-FLD-NM          TO W4966-VAR-FLD-NM.
           MOVE B4965-FH-FUND-CD         TO W4966-VAR-FUND-CD.
           MOVE B4965-FH-LTR-N           TO W4966-LTR-AMT.
           MOVE B4965-FH-VAL-N           TO W4966-VAL-AMT.
           MOVE B4965-POL-VAR-CNT        TO B4965-VAR-CNT-9.
           MOVE SPACES TO B4965-NOTE-TXT.
           STRING 'HELD FOR FINANCE - ' B4965-FH-RSN-CD ' '
                  B4965-FH-FLD-NM ' - ' B4965-VAR-CNT-9
                  ' VARIANCE(S) OVER TOLERANCE'
               DELIMITED BY SIZE INTO B4965-NOTE-TXT.
           PERFORM 8720-WRITE-NOTE THRU 8720-EXIT.
           IF B4965-HB-HIT > ZERO
               MOVE W4966-DATA-INFO TO B4965-HB-REC (B4965-HB-HIT)
               GO TO 4300-EXIT.
           IF B4965-HB-CNT = 20
               MOVE 'HOLD RECORDS OVER 20' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 4100-FIND-HOLD-ENT THRU 4100-EXIT
               VARYING B4965-HX FROM 1 BY 1
               UNTIL B4965-HX > B4965-HB-CNT
                  OR B4965-HB-ANNV-DT (B4965-HX) > B4965-POL-ANNV-DT.
           MOVE B4965-HX TO B4965-HB-HIT.
           PERFORM 4310-SHIFT-HOLD-ENT THRU 4310-EXIT
               VARYING B4965-HX FROM B4965-HB-CNT BY -1
               UNTIL B4965-HX < B4965-HB-HIT.
           ADD 1 TO B4965-HB-CNT.
           MOVE B4965-POL-ANNV-DT TO B4965-HB-ANNV-DT (B4965-HB-HIT).
           MOVE W4966-DATA-INFO   TO B4965-HB-REC (B4965-HB-HIT).
       4300-EXIT.
           EXIT.

       4310-SHIFT-HOLD-ENT.
           COMPUTE B4965-RX = B4965-HX + 1.
           MOVE B4965-HB-ENT (B4965-HX) TO B4965-HB-ENT (B4965-RX).
       4310-EXIT.
           EXIT.

      *****************************************************************
      *  4500-MARK-RELEASED - THE LETTER FOR A HELD OR CLEARED        *
      *  ANNIVERSARY GOES OUT IN THIS RUN.                            *
      *****************************************************************
       4500-MARK-RELEASED.
           MOVE 'R'               TO W4966-HOLD-STAT-CD.
           MOVE B4965-RUN-ID      TO W4966-RELEASE-RUN-ID.
           MOVE B4965-RUN-DT      TO W4966-RELEASE-DT.
           MOVE W4966-DATA-INFO   TO B4965-HB-REC (B4965-HB-HIT).
       4500-EXIT.
           EXIT.

       4600-WRITE-HOLD-BUFFER.
           WRITE B4965-HOLDOUT-REC FROM B4965-HB-REC (B4965-HX).
           IF B4965-HOLDOUT-STAT NOT = '00'
               MOVE 'WRITE HOLDOUT' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-HOLD-OUT-CNT.
       4600-EXIT.
           EXIT.

      *****************************************************************
      *  5000-FINISH-MASTERS - COPY THE REST OF THE HOLD MASTER AND   *
      *  COUNT THE REST OF THE VALUATION EXTRACT.                     *
      *****************************************************************
       5000-FINISH-MASTERS.
           PERFORM 2410-COPY-HOLD THRU 2410-EXIT
               UNTIL B4965-HOLD-EOF.
           PERFORM 2310-SKIP-VAL-REC THRU 2310-EXIT
               UNTIL B4965-VAL-EOF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  6000-WRITE-SUMMARY - THE RUN TOTALS.                         *
      *****************************************************************
       6000-WRITE-SUMMARY.
           MOVE SPACES TO B4965-RPT-REC.
           WRITE B4965-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO B4965-RPT-LINE.
           MOVE 'POLICIES RECONCILED                          :'
               TO B4965-RPT-TXT.
           MOVE B4965-POL-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  WITHIN TOLERANCE                           :'
               TO B4965-RPT-TXT.
           MOVE B4965-POL-CLEAN-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  RELEASED WITH WARN-BAND VARIANCES          :'
               TO B4965-RPT-TXT.
           MOVE B4965-POL-WARN-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  RELEASED ON FINANCE CLEARANCE              :'
               TO B4965-RPT-TXT.
           MOVE B4965-POL-CLEARED-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  HELD FOR FINANCE                           :'
               TO B4965-RPT-TXT.
           MOVE B4965-POL-HELD-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '    V001 POLICY VALUE VARIANCE               :'
               TO B4965-RPT-TXT.
           MOVE B4965-RSN-CNT (1) TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '    V002 FUND POSITION VARIANCE              :'
               TO B4965-RPT-TXT.
           MOVE B4965-RSN-CNT (2) TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '    V003 INCONSISTENT UNIT PRICE             :'
               TO B4965-RPT-TXT.
           MOVE B4965-RSN-CNT (3) TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '    V004 NOT ON THE VALUATION EXTRACT        :'
               TO B4965-RPT-TXT.
           MOVE B4965-RSN-CNT (4) TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'EARLIER HOLDS RELEASED - NOW IN TOLERANCE    :'
               TO B4965-RPT-TXT.
           MOVE B4965-POL-UNHELD-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'WARN-BAND VARIANCES                          :'
               TO B4965-RPT-TXT.
           MOVE B4965-WARN-VAR-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'HOLD-BAND VARIANCES                          :'
               TO B4965-RPT-TXT.
           MOVE B4965-HOLD-VAR-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'DEVIANT FUND PRICES (FIRST PASS)             :'
               TO B4965-RPT-TXT.
           MOVE B4965-DEVIANT-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'FUND POSITIONS PRICED ON ANOTHER DATE        :'
               TO B4965-RPT-TXT.
           MOVE B4965-PRICE-DT-DIFF-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'VALUATION POLICIES NOT IN THIS RUN           :'
               TO B4965-RPT-TXT.
           MOVE B4965-VAL-NOTRUN-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'HOLD MASTER RECORDS IN                       :'
               TO B4965-RPT-TXT.
           MOVE B4965-HOLD-IN-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'HOLD MASTER RECORDS OUT                      :'
               TO B4965-RPT-TXT.
           MOVE B4965-HOLD-OUT-CNT TO B4965-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      *  7100-PARSE-AMOUNT - DISPLAY AMOUNT STRING TO B4965-AMT-N.    *
      *  BLANK IS ZERO; NOT NUMERIC SETS B4965-AMT-BAD (THE CALLER    *
      *  CLEARS THE SWITCH).                                          *
      *****************************************************************
       7100-PARSE-AMOUNT.
           IF B4965-AMT-X = SPACES
               MOVE ZERO TO B4965-AMT-N
               GO TO 7100-EXIT.
           IF FUNCTION TEST-NUMVAL (B4965-AMT-X) NOT = ZERO
               MOVE ZERO TO B4965-AMT-N
               SET B4965-AMT-BAD TO TRUE
               GO TO 7100-EXIT.
           COMPUTE B4965-AMT-N = FUNCTION NUMVAL (B4965-AMT-X).
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  7200-BAND-AMOUNT - BAND A MONEY VARIANCE BETWEEN             *
      *  B4965-VAR-LTR-N AND B4965-VAR-VAL-N.  THE PERCENT IS OF THE  *
      *  VALUATION FIGURE (999.99 WHEN THAT IS ZERO); A BAND IS HIT   *
      *  ONLY WHEN BOTH ITS AMOUNT AND ITS PERCENT ARE EXCEEDED.      *
      *****************************************************************
       7200-BAND-AMOUNT.
           PERFORM 7400-DIFFERENCE THRU 7400-EXIT.
           IF B4965-VAR-BASE-N = ZERO
               IF B4965-VAR-ABS-N = ZERO
                   MOVE ZERO   TO B4965-VAR-PCT-N
               ELSE
                   MOVE 999.99 TO B4965-VAR-PCT-N
               END-IF
           ELSE
               IF B4965-VAR-ABS-N * 100 > 999.99 * B4965-VAR-BASE-N
                   MOVE 999.99 TO B4965-VAR-PCT-N
               ELSE
                   COMPUTE B4965-VAR-PCT-N ROUNDED =
                       B4965-VAR-ABS-N * 100 / B4965-VAR-BASE-N.
           IF B4965-VAR-PCT-N > 999.99
               MOVE 999.99 TO B4965-VAR-PCT-N.
           MOVE SPACE TO B4965-VAR-BAND.
           IF B4965-VAR-ABS-N > B4965-HOLD-AMT
           AND B4965-VAR-PCT-N > B4965-HOLD-PCT
               MOVE 'H' TO B4965-VAR-BAND
               GO TO 7200-EXIT.
           IF B4965-VAR-ABS-N > B4965-WARN-AMT
           AND B4965-VAR-PCT-N > B4965-WARN-PCT
               MOVE 'W' TO B4965-VAR-BAND.
       7200-EXIT.
           EXIT.

      *****************************************************************
      *  7300-BAND-TOLERANCE - UNITS AND PRICES HAVE ONE ABSOLUTE     *
      *  TOLERANCE (B4965-VAR-TOL-N); OVER IT HOLDS.                  *
      *****************************************************************
       7300-BAND-TOLERANCE.
           PERFORM 7400-DIFFERENCE THRU 7400-EXIT.
           MOVE ZERO  TO B4965-VAR-PCT-N.
           MOVE SPACE TO B4965-VAR-BAND.
           IF B4965-VAR-ABS-N > B4965-VAR-TOL-N
               MOVE 'H' TO B4965-VAR-BAND.
       7300-EXIT.
           EXIT.

       7400-DIFFERENCE.
           COMPUTE B4965-VAR-DIFF-N = B4965-VAR-LTR-N - B4965-VAR-VAL-N.
           MOVE B4965-VAR-DIFF-N TO B4965-VAR-ABS-N.
           IF B4965-VAR-ABS-N < ZERO
               COMPUTE B4965-VAR-ABS-N = ZERO - B4965-VAR-ABS-N.
           MOVE B4965-VAR-VAL-N TO B4965-VAR-BASE-N.
           IF B4965-VAR-BASE-N < ZERO
               COMPUTE B4965-VAR-BASE-N = ZERO - B4965-VAR-BASE-N.
       7400-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-FEED - NEXT CCWL4927 RECORD OR EOF.                *
      *****************************************************************
       8100-READ-FEED.
           READ FEEDIN
               AT END
                   SET B4965-FEED-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4927-POL-ID
                   GO TO 8100-EXIT.
           IF B4965-FEEDIN-STAT NOT = '00'
               MOVE 'READ FEEDIN' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-FEED-IN-CNT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-READ-FUND - NEXT CCWL4933 RECORD OR EOF.                *
      *****************************************************************
       8200-READ-FUND.
           READ FUNDIN
               AT END
                   SET B4965-FUND-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4933-POL-ID
                   GO TO 8200-EXIT.
           IF B4965-FUNDIN-STAT NOT = '00'
               MOVE 'READ FUNDIN' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-FUND-IN-CNT.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-READ-VAL - NEXT CCWL4965 RECORD OR EOF.                 *
      *****************************************************************
       8300-READ-VAL.
           READ VALIN
               AT END
                   SET B4965-VAL-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4965-POL-ID
                   GO TO 8300-EXIT.
           IF B4965-VALIN-STAT NOT = '00'
               MOVE 'READ VALIN' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-VAL-IN-CNT.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8350-READ-HOLD - NEXT CCWL4966 RECORD OR EOF.                *
      *****************************************************************
       8350-READ-HOLD.
           READ HOLDIN
               AT END
                   SET B4965-HOLD-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4966-POL-ID
                   GO TO 8350-EXIT.
           IF B4965-HOLDIN-STAT NOT = '00'
               MOVE 'READ HOLDIN' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4965-HOLD-IN-CNT.
       8350-EXIT.
           EXIT.

      *****************************************************************
      *  8400-RAISE-VARIANCE - ONE VARIANCE AT BAND B4965-VAR-BAND:   *
      *  'H' CONDEMNS THE POLICY (THE FIRST ONE IS KEPT FOR THE HOLD  *
      *  RECORD), 'W' MARKS IT WARNED.  BOTH GO ON THE REPORT.        *
      *****************************************************************
       8400-RAISE-VARIANCE.
           MOVE SPACES TO B4965-RPT-DTL.
           IF B4965-VAR-BAND = 'H'
               ADD 1 TO B4965-HOLD-VAR-CNT
               ADD 1 TO B4965-POL-VAR-CNT
               MOVE 'HOLD' TO B4965-DTL-BAND
               IF NOT B4965-POL-HELD
                   MOVE 'Y'              TO B4965-POL-HOLD-SW
                   MOVE B4965-VAR-RSN-CD TO B4965-FH-RSN-CD
                   MOVE B4965-VAR-FLD-NM TO B4965-FH-FLD-NM
                   MOVE B4965-VAR-FUND-CD TO B4965-FH-FUND-CD
                   MOVE B4965-VAR-LTR-N  TO B4965-FH-LTR-N
                   MOVE B4965-VAR-VAL-N  TO B4965-FH-VAL-N
               END-IF
           ELSE
               ADD 1 TO B4965-WARN-VAR-CNT
               MOVE 'Y' TO B4965-POL-WARN-SW
               MOVE 'WARN' TO B4965-DTL-BAND.
           MOVE B4965-CURR-POL-ID       TO B4965-DTL-POL-ID.
           MOVE B4965-POL-LETTER-TYP-CD TO B4965-DTL-LETTER-TYP-CD.
           MOVE B4965-VAR-RSN-CD        TO B4965-DTL-RSN-CD.
           MOVE B4965-VAR-FLD-NM        TO B4965-DTL-FLD-NM.
           MOVE B4965-VAR-FUND-CD       TO B4965-DTL-FUND-CD.
           MOVE B4965-VAR-LTR-N         TO B4965-DTL-LTR-AMT.
           MOVE B4965-VAR-VAL-N         TO B4965-DTL-VAL-AMT.
           MOVE B4965-VAR-DIFF-N        TO B4965-DTL-DIFF-AMT.
           MOVE B4965-VAR-PCT-N         TO B4965-DTL-PCT.
           WRITE B4965-RPT-REC FROM B4965-RPT-DTL
               AFTER ADVANCING 1 LINE.
           IF B4965-VARRPT-STAT NOT = '00'
               MOVE 'WRITE VARRPT' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8710/8720 - REPORT TOTAL AND POLICY NOTE LINES.              *
      *****************************************************************
       8710-WRITE-SUM-LINE.
           WRITE B4965-RPT-REC FROM B4965-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF B4965-VARRPT-STAT NOT = '00'
               MOVE 'WRITE VARRPT' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8710-EXIT.
           EXIT.

       8720-WRITE-NOTE.
           MOVE B4965-CURR-POL-ID TO B4965-NOTE-POL-ID.
           WRITE B4965-RPT-REC FROM B4965-RPT-NOTE
               AFTER ADVANCING 1 LINE.
           IF B4965-VARRPT-STAT NOT = '00'
               MOVE 'WRITE VARRPT' TO B4965-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8720-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CONTROL COUNTS, CLOSE, MANIFEST, SET        *
      *  RETURN CODE.                                                 *
      *****************************************************************
       9000-TERMINATE.
           CLOSE FEEDIN FEEDOUT FUNDIN FUNDOUT VALIN HOLDIN HOLDOUT
                 VARRPT.
           DISPLAY 'CCWB4965 POLICIES RECONCILED       : '
                   B4965-POL-CNT.
           DISPLAY 'CCWB4965 CLEAN/WARNED/CLEARED      : '
                   B4965-POL-CLEAN-CNT ' / ' B4965-POL-WARN-CNT
                   ' / ' B4965-POL-CLEARED-CNT.
           DISPLAY 'CCWB4965 POLICIES HELD             : '
                   B4965-POL-HELD-CNT.
           DISPLAY 'CCWB4965 CCWL4927 RECORDS IN/OUT   : '
                   B4965-FEED-IN-CNT ' / ' B4965-FEED-OUT-CNT.
           DISPLAY 'CCWB4965 CCWL4933 RECORDS IN/OUT   : '
                   B4965-FUND-IN-CNT ' / ' B4965-FUND-OUT-CNT.
           DISPLAY 'CCWB4965 CCWL4965 RECORDS READ     : '
                   B4965-VAL-IN-CNT.
           DISPLAY 'CCWB4965 CCWL4966 RECORDS IN/OUT   : '
                   B4965-HOLD-IN-CNT ' / ' B4965-HOLD-OUT-CNT.
           MOVE 'W'                 TO L4958-FUNC-CD.
           MOVE B4965-CNT-PRED-NM   TO L4958-PRED-STEP-NM.
           MOVE 'YY'                TO L4958-CHK-CNT-IND.
           MOVE B4965-FEED-IN-CNT   TO L4958-IN-CNT.
           MOVE B4965-FEED-OUT-CNT  TO L4958-OUT-CNT.
           MOVE B4965-FUND-IN-CNT   TO L4958-IN-CNT-2.
           MOVE B4965-FUND-OUT-CNT  TO L4958-OUT-CNT-2.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           IF B4965-POL-HELD-CNT > 0
               MOVE 4 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL I/O OR CONTROL ERROR.                     *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4965 ABEND - ' B4965-ABEND-TXT
                   ' STATS: ' B4965-FEEDIN-STAT ' '
                   B4965-FEEDOUT-STAT ' ' B4965-FUNDIN-STAT ' '
                   B4965-FUNDOUT-STAT ' ' B4965-VALIN-STAT ' '
                   B4965-RECNCTL-STAT ' ' B4965-HOLDIN-STAT ' '
                   B4965-HOLDOUT-STAT ' ' B4965-VARRPT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
