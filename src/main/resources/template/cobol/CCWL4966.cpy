      *****************************************************************
      **  MEMBER :  CCWL4966                                         **
      **  REMARKS:  ANNUAL LETTER VALUATION HOLD MASTER              **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04966**  15OCT2026 PHONGP VALUATION HOLD / FINANCE RELEASE MASTER   **
      *****************************************************************
      *  ONE RECORD PER POLICY ANNIVERSARY WHOSE LETTER FIGURES WERE
      *  OUTSIDE THE HOLD TOLERANCE AGAINST THE MONTH-END VALUATION
      *  EXTRACT (CCWL4965).  SORTED BY L4966-POL-ID,
      *  L4966-POL-ANNV-DT.  EACH GENERATION IS A FULL REWRITE:
      *    CCWB4965 (RECONCILIATION)  ADDS/RE-HOLDS 'H' RECORDS AND
      *                               FLIPS 'C' TO 'R' WHEN THE
      *                               CLEARED LETTER GOES OUT;
      *    CCWB4966 (FINANCE RELEASE) FLIPS 'H' TO 'C' FROM FINANCE'S
      *                               CLEARANCE REQUESTS AND CUTS THE
      *                               SELECT FILE FOR THE RE-EXTRACT.
      *  THE BALANCING STEP (CCWB4948) COUNTS THE RUN'S 'H' RECORDS
      *  AS AN EXPLAINED CATEGORY.
      *
      *  VALID L4966-HOLD-STAT-CD VALUES:
      *  'H'=HELD - LETTER NOT SENT, AWAITING FINANCE
      *  'C'=CLEARED BY FINANCE - THE NEXT RUN THAT CARRIES THE
      *      POLICY SENDS THE LETTER WITHOUT RE-HOLDING IT
      *  'R'=RELEASED - LETTER SENT IN L4966-RELEASE-RUN-ID
      *
      *  VALID L4966-HOLD-RSN-CD VALUES (FIRST OVER-TOLERANCE FINDING;
      *  L4966-VAR-CNT COUNTS THEM ALL):
      *  'V001'=POLICY VALUE (CASH VALUE, PAID PREMIUM OR A LOAN)
      *  'V002'=FUND POSITION (UNITS, PRICE OR VALUE)
      *  'V003'=UNIT PRICE DIFFERS FROM OTHER POLICIES HOLDING THE
      *         SAME FUND ON THE SAME PRICING DATE
      *  'V004'=NO VALUATION RECORD FOR THE POLICY OR ONE OF ITS
      *         FUNDS (EITHER SIDE)
      *
      *  L4966-LTR-AMT / L4966-VAL-AMT ARE THE LETTER AND VALUATION
      *  FIGURES OF THAT FIRST FINDING (UNITS AND PRICES CARRY SIX
      *  DECIMALS).
      *****************************************************************
       01  L4966-DATA-INFO.
           05  L4966-POL-ID                           PIC X(010).
           05  L4966-POL-ANNV-DT                      PIC X(010).
           05  L4966-LETTER-TYP-CD                    PIC X(002).
           05  L4966-OW-CLI-ID                        PIC X(010).
           05  L4966-HOLD-STAT-CD                     PIC X(001).
           05  L4966-HOLD-RUN-ID                      PIC X(010).
           05  L4966-HOLD-DT                          PIC X(010).
           05  L4966-HOLD-RSN-CD                      PIC X(004).
           05  L4966-VAR-CNT                          PIC 9(003).
           05  L4966-VAR-FLD-NM                       PIC X(030).
           05  L4966-VAR-FUND-CD                      PIC X(006).
           05  L4966-LTR-AMT                          PIC S9(011)V9(06).
           05  L4966-VAL-AMT                          PIC S9(011)V9(06).
           05  L4966-CLEAR-BY-ID                      PIC X(008).
           05  L4966-CLEAR-DT                         PIC X(010).
           05  L4966-CLEAR-NOTE-TXT                   PIC X(040).
           05  L4966-RELEASE-RUN-ID                   PIC X(010).
           05  L4966-RELEASE-DT                       PIC X(010).
           05  FILLER                                 PIC X(012).

      *****************************************************************
      **                END OF COPYBOOK CCWL4966                     **
      *****************************************************************
