      *****************************************************************
      **  MEMBER :  CCWL4975                                         **
      **  REMARKS:  ANNUAL LETTER CUSTOMER ENQUIRY / COMPLAINT LOG   **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04975**  15OCT2026 PHONGP ENQUIRY / COMPLAINT LOG                   **
      *****************************************************************
      *  ONE RECORD PER CUSTOMER CONTACT ABOUT AN ANNUAL LETTER,
      *  KEYED BY THE CALL CENTRE THROUGH THE WL75 ONLINE
      *  TRANSACTION (CCWC4975, REACHED FROM THE WL50 INQUIRY WITH
      *  PF5).  HELD ON WL75VSAM, KSDS, KEY = L4975-ENQ-KEY
      *  (COLS 1-28, POL-ID / CONTACT-DT / CONTACT-TM - THE TIME IS
      *  THE ENTRY TIME, SO A POLICY'S CONTACTS BROWSE IN DATE
      *  ORDER).  THE MONTHLY ANALYSIS (CCWB4975) READS AN UNLOAD
      *  OF THE CLUSTER IN KEY ORDER.  RECORDS ARE NEVER DELETED
      *  ONLINE; ONLY THE CHANNEL, CATEGORY, NOTE, RESOLUTION STATUS
      *  AND REPRINT FLAG CAN BE CHANGED AFTER ENTRY.
      *
      *  L4975-OW-CLI-ID / L4975-LETTER-TYP-CD / L4975-POL-ANNV-DT
      *  IDENTIFY THE LETTER THE CONTACT IS ABOUT; WL50 PRE-FILLS
      *  THEM FROM THE CURRENT FEED (WL27VSAM) OR, FOR A POLICY NOT
      *  IN THE CURRENT RUN, FROM ITS LATEST ISSUANCE REGISTER
      *  ENTRY (WL70VSAM).
      *
      *  VALID L4975-CONTACT-CHNL-CD VALUES:
      *  'P'=PHONE  'E'=E-MAIL  'B'=BRANCH / WALK-IN
      *  'A'=VIA THE SERVICING AGENT  'L'=LETTER
      *
      *  VALID L4975-CATEGORY-CD VALUES:
      *  'WF'=WRONG FIGURES ON THE LETTER  'NR'=LETTER NOT RECEIVED
      *  'LG'=WRONG LANGUAGE  'AD'=WRONG ADDRESS / ADDRESS CHANGE
      *  'RP'=COPY / REPRINT WANTED  'GE'=GENERAL QUESTION ABOUT
      *  THE LETTER  'OT'=OTHER (SEE L4975-NOTE-TXT)
      *
      *  VALID L4975-RESOL-STAT-CD VALUES:
      *  'O'=OPEN  'P'=PENDING (REFERRED TO ANOTHER AREA)
      *  'R'=RESOLVED (L4975-RESOL-DT SET)
      *  'O' AND 'P' COUNT AS OPEN FOR THE SERVICE-LEVEL AGE.
      *
      *  L4975-REPRINT-IND 'Y' = A CCWL4940 REPRINT REQUEST WAS
      *  QUEUED FROM THIS ENQUIRY (ONCE ONLY; NEVER RESET), ELSE 'N'.
      *  L4975-ENTERED-BY-ID / L4975-UPD-BY-ID ARE CICS USER IDS;
      *  ALL DATES ARE YYYY-MM-DD, L4975-CONTACT-TM IS HH:MM:SS.
      *****************************************************************
       01  L4975-DATA-INFO.
           05  L4975-ENQ-KEY.
               10  L4975-POL-ID                       PIC X(010).
               10  L4975-CONTACT-DT                   PIC X(010).
               10  L4975-CONTACT-TM                   PIC X(008).
           05  L4975-OW-CLI-ID                        PIC X(010).
      *    SAME CODE DOMAIN AS L4927-LETTER-TYP-CD IN CCWL4927.CPY -
      *    SEE THAT COPYBOOK FOR THE CANONICAL LIST OF VALID VALUES.
           05  L4975-LETTER-TYP-CD                    PIC X(002).
           05  L4975-POL-ANNV-DT                      PIC X(010).
           05  L4975-CONTACT-CHNL-CD                  PIC X(001).
           05  L4975-CATEGORY-CD                      PIC X(002).
           05  L4975-RESOL-STAT-CD                    PIC X(001).
           05  L4975-RESOL-DT                         PIC X(010).
           05  L4975-REPRINT-IND                      PIC X(001).
           05  L4975-ENTERED-BY-ID                    PIC X(008).
           05  L4975-UPD-BY-ID                        PIC X(008).
           05  L4975-UPD-DT                           PIC X(010).
           05  L4975-NOTE-TXT                         PIC X(100).
           05  FILLER                                 PIC X(009).

      *****************************************************************
      **                END OF COPYBOOK CCWL4975                     **
      *****************************************************************
