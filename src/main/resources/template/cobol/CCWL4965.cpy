      *****************************************************************
      **  MEMBER :  CCWL4965                                         **
      **  REMARKS:  MONTH-END VALUATION EXTRACT                      **
      **            (INPUT TO THE VALUATION RECONCILIATION CCWB4965) **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04965**  15OCT2026 PHONGP MONTH-END VALUATION EXTRACT LAYOUT        **
      *****************************************************************
      *  CUT BY THE MONTH-END VALUATION RUN FOR EVERY IN-FORCE
      *  POLICY AND HANDED TO THE ANNUAL LETTER RUN, WHICH PROVES THE
      *  FIGURES IT IS ABOUT TO PRINT AGAINST THE BOOKS.  SORTED BY
      *  L4965-POL-ID, L4965-VAL-REC-TYP, L4965-F-FUND-CD.
      *
      *  VALID L4965-VAL-REC-TYP VALUES:
      *  '1'=POLICY VALUES   - ONE PER POLICY, L4965-POL-VAL-INFO
      *  '2'=FUND POSITION   - ONE PER FUND HELD (ILP ONLY),
      *                        L4965-FUND-VAL-INFO
      *
      *  AMOUNTS ARE SIGNED ZONED DECIMAL.  L4965-F-PRICE-DT IS THE
      *  PRICING DATE OF L4965-F-FUND-PRICE (YYYY-MM-DD), THE SAME
      *  BASIS AS L4927-ILP-FV-PRICE-DT.
      *****************************************************************
       01  L4965-DATA-INFO.
           05  L4965-POL-ID                           PIC X(010).
           05  L4965-VAL-REC-TYP                      PIC X(001).
           05  L4965-VAL-DT                           PIC X(010).
           05  L4965-VAL-DETAIL                       PIC X(099).
           05  L4965-POL-VAL-INFO REDEFINES L4965-VAL-DETAIL.
               10  L4965-NET-BASE-CASH-VALUE          PIC S9(011)V99.
               10  L4965-TOTAL-PAID-PREM              PIC S9(011)V99.
               10  L4965-POL-LOAN-AMT      OCCURS 5 TIMES
                                                      PIC S9(011)V99.
               10  FILLER                             PIC X(008).
           05  L4965-FUND-VAL-INFO REDEFINES L4965-VAL-DETAIL.
               10  L4965-F-FUND-CD                    PIC X(006).
               10  L4965-F-UNIT                       PIC S9(009)V9(06).
               10  L4965-F-FUND-PRICE                 PIC S9(007)V9(06).
               10  L4965-F-VALUE                      PIC S9(011)V99.
               10  L4965-F-PRICE-DT                   PIC X(010).
               10  FILLER                             PIC X(042).

      *****************************************************************
      **                END OF COPYBOOK CCWL4965                     **
      *****************************************************************
