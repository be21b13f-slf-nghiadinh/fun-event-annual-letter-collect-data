      *****************************************************************
      **  MEMBER :  CCWL4973                                         **
      **  REMARKS:  ANNUAL LETTER PROOF SAMPLE LIST                  **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04973**  15OCT2026 PHONGP PROOF SAMPLE / QA SIGN-OFF GATE           **
      *****************************************************************
      *  ONE RECORD PER POLICY THE PROOF SAMPLE STEP (CCWB4972) DREW
      *  FROM THE RUN'S FEED, SORTED BY L4973-POL-ID.  THE SAMPLED
      *  POLICIES GO TO DOCID AS A PROOF BATCH; QA REVIEWS THE PROOFS
      *  AND KEYS ONE CCWL4974 SIGN-OFF RECORD PER L4973-POL-ID.  THE
      *  RELEASE GATE (CCWB4973) READS THIS LIST BACK TO PROVE THE
      *  SIGN-OFF IS COMPLETE.  WRITTEN FRESH EACH RUN.
      *
      *  VALID L4973-SAMPLE-RSN-CD VALUES (WHY THE POLICY WAS DRAWN):
      *  'TC'=LETTER-TYPE / CHANNEL QUOTA
      *  'CV'=MOST CCWL4927 CVG SEGMENTS IN THE RUN
      *  'FD'=MOST CCWL4933 FUND SEGMENTS IN THE RUN
      *  'FX'=FOREIGN-CURRENCY PLAN (L4927-POL-CCY-CD NOT SPACES)
      *  'LD'=LOAN DELINQUENT (L4927-POL-LOAN-DELINQ-IND 'Y')
      *  'HM'=HMR (L4927-LETTER-TYP-CD 'HM' OR L4927-PLAN-TYP-HMR 'Y')
      *  AN EDGE CASE ALREADY COVERED BY A QUOTA PICK IS NOT DRAWN
      *  AGAIN; THE QUOTA PICK KEEPS ITS 'TC'.
      *
      *  VALID L4973-DELIVERY-CHNL-CD VALUES (AS L4931):
      *  'E'=E-MAIL  'S'=SMS  'P'=PRINT (ALSO BLANK/UNKNOWN PREFERENCE)
      *****************************************************************
       01  L4973-DATA-INFO.
           05  L4973-RUN-ID                           PIC X(010).
           05  L4973-POL-ID                           PIC X(010).
      *    SAME CODE DOMAIN AS L4927-LETTER-TYP-CD IN CCWL4927.CPY -
      *    SEE THAT COPYBOOK FOR THE CANONICAL LIST OF VALID VALUES.
           05  L4973-LETTER-TYP-CD                    PIC X(002).
           05  L4973-DELIVERY-CHNL-CD                 PIC X(001).
           05  L4973-OW-CLI-ID                        PIC X(010).
           05  L4973-OW-LANG-PREF-CD                  PIC X(001).
           05  L4973-SAMPLE-RSN-CD                    PIC X(002).
           05  L4973-CVG-SEG-CNT                      PIC 9(003).
           05  L4973-FUND-SEG-CNT                     PIC 9(003).
           05  L4973-POL-CCY-CD                       PIC X(003).
           05  L4973-LOAN-DELINQ-IND                  PIC X(001).
           05  L4973-HMR-IND                          PIC X(001).
           05  L4973-SAMPLE-DT                        PIC X(010).
           05  FILLER                                 PIC X(043).

      *****************************************************************
      **                END OF COPYBOOK CCWL4973                     **
      *****************************************************************
