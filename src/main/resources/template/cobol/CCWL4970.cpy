      *****************************************************************
      **  MEMBER :  CCWL4970                                         **
      **  REMARKS:  ANNUAL LETTER ISSUANCE REGISTER                  **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04970**  15OCT2026 PHONGP PERMANENT LETTER ISSUANCE REGISTER        **
      *****************************************************************
      *  ONE RECORD PER LETTER ISSUED, KEPT FOR THE LIFE OF THE
      *  POLICY.  KEY = L4970-POL-ID / L4970-POL-ANNV-DT /
      *  L4970-LETTER-TYP-CD / L4970-REPRINT-IND (COLS 1-23); THE
      *  SEQUENTIAL MASTER IS SORTED ON IT.  EACH GENERATION IS A FULL
      *  REWRITE BY THE DUPLICATE-LETTER GUARD (CCWB4971), WHICH
      *  REGISTERS EVERY LETTER IT PASSES TO THE DOCID HAND-OFF AND
      *  PULLS A NON-REPRINT LETTER WHOSE KEY IS ALREADY ON FILE.
      *  THE LOAD STEP COPIES EACH GENERATION TO WL70VSAM (KSDS, SAME
      *  KEY) FOR THE WL50 INQUIRY.
      *
      *  VALID L4970-REPRINT-IND VALUES:
      *  'N'=THE ANNUAL LETTER (MONTHLY RUN)
      *  'Y'=AN ON-DEMAND REPRINT (CCWB4951 REPRINT FEED)
      *
      *  VALID L4970-DELIVERY-CHNL-CD VALUES (AS L4931):
      *  'E'=E-MAIL  'S'=SMS  'P'=PRINT
      *
      *  L4970-RUN-ID / L4970-DELIVERY-CHNL-CD / L4970-ISSUE-DT ARE
      *  THE LATEST ISSUE UNDER THE KEY.  ONLY A REPRINT KEY CAN BE
      *  ISSUED MORE THAN ONCE: L4970-ISSUE-CNT COUNTS THE ISSUES AND
      *  L4970-FIRST-RUN-ID / L4970-FIRST-ISSUE-DT KEEP THE FIRST.
      *****************************************************************
       01  L4970-DATA-INFO.
           05  L4970-POL-ID                           PIC X(010).
           05  L4970-POL-ANNV-DT                      PIC X(010).
      *    SAME CODE DOMAIN AS L4927-LETTER-TYP-CD IN CCWL4927.CPY -
      *    SEE THAT COPYBOOK FOR THE CANONICAL LIST OF VALID VALUES.
           05  L4970-LETTER-TYP-CD                    PIC X(002).
           05  L4970-REPRINT-IND                      PIC X(001).
           05  L4970-RUN-ID                           PIC X(010).
           05  L4970-DELIVERY-CHNL-CD                 PIC X(001).
           05  L4970-ISSUE-DT                         PIC X(010).
           05  L4970-OW-CLI-ID                        PIC X(010).
           05  L4970-ISSUE-CNT                        PIC 9(003).
           05  L4970-FIRST-RUN-ID                     PIC X(010).
           05  L4970-FIRST-ISSUE-DT                   PIC X(010).
           05  FILLER                                 PIC X(023).

      *****************************************************************
      **                END OF COPYBOOK CCWL4970                     **
      *****************************************************************
