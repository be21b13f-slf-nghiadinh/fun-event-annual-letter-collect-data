      *****************************************************************
      **  MEMBER :  CCWL4974                                         **
      **  REMARKS:  ANNUAL LETTER PROOF SAMPLE QA SIGN-OFF           **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04974**  15OCT2026 PHONGP PROOF SAMPLE / QA SIGN-OFF GATE           **
      *****************************************************************
      *  ONE RECORD PER SAMPLED POLICY (CCWL4973), KEYED BY QA ONCE
      *  THE PROOF BATCH HAS BEEN CHECKED: THE RUN ID THE SAMPLE
      *  BELONGS TO, THE DECISION, WHO MADE IT AND WHEN.  THE RELEASE
      *  GATE (CCWB4973) ONLY PASSES THE FULL FEED TO DOCID WHEN
      *  EVERY SAMPLED POLICY OF THE RUN HAS EXACTLY ONE VALID 'A'
      *  RECORD.  ANY ORDER.
      *
      *  ON A RELEASED RUN THE GATE APPENDS THE RUN'S SIGN-OFF
      *  RECORDS, UNCHANGED, TO THE SIGN-OFF HISTORY (SAME LAYOUT,
      *  ONE GENERATION PER RUN, IN L4974-RUN-ID / L4974-POL-ID
      *  ORDER) SO AUDIT CAN SEE WHO APPROVED EACH MONTH'S MAILING.
      *
      *  VALID L4974-DECISION-CD VALUES:
      *  'A'=APPROVED  'R'=REJECTED (L4974-REJECT-RSN-TXT SAYS WHY)
      *
      *  L4974-APPROVER-ID IS THE QA REVIEWER'S USER ID (REQUIRED);
      *  L4974-SIGNOFF-DT IS YYYY-MM-DD.
      *****************************************************************
       01  L4974-DATA-INFO.
           05  L4974-RUN-ID                           PIC X(010).
           05  L4974-POL-ID                           PIC X(010).
           05  L4974-DECISION-CD                      PIC X(001).
           05  L4974-APPROVER-ID                      PIC X(008).
           05  L4974-SIGNOFF-DT                       PIC X(010).
           05  L4974-REJECT-RSN-TXT                   PIC X(060).
           05  FILLER                                 PIC X(001).

      *****************************************************************
      **                END OF COPYBOOK CCWL4974                     **
      *****************************************************************
