      *****************************************************************
      **  MEMBER :  CCWL4972                                         **
      **  REMARKS:  MESSAGE INTERFACE FOR DOCID                      **
      **            OWNER PREFERRED-LANGUAGE OVERRIDE                **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04972**  15OCT2026 PHONGP OWNER PREFERRED-LANGUAGE OVERRIDE         **
      *****************************************************************
      *  ONE RECORD PER OWNER WHOSE LETTER LANGUAGE DIFFERS FROM THE
      *  OWNER MASTER - TYPICALLY AN OVERSEAS OWNER
      *  (L4927-OW-ADDR-TYP-CD 'O') OR A FOREIGN-CURRENCY PLAN HOLDER
      *  WHO HAS ASKED FOR THE ENGLISH VARIANT.  KEY = L4972-OW-CLI-ID
      *  (COLS 1-10).  MAINTAINED ON THE WL55 LANGUAGE SCREEN
      *  (CCWC4955, VSAM COPY WL72VSAM) AND UNLOADED AFTER EACH
      *  MAINTENANCE DAY LIKE THE OTHER OPS PARAMETER FILES.  THE
      *  MULTI-CURRENCY STEP (CCWB4947) OVERRIDES
      *  L4927-OW-LANG-PREF-CD AND L4929-OW-LANG-PREF-CD WITH
      *  L4972-LANG-PREF-OVRD-CD FOR THIS L4972-OW-CLI-ID; THE
      *  VOLUME FORECAST (CCWB4963) APPLIES IT THE SAME WAY.  THE
      *  RECORD STAYS IN FORCE UNTIL OPS DELETES IT.
      *
      *  VALID L4972-LANG-PREF-OVRD-CD VALUES (SAME DOMAIN AS
      *  L4927-OW-LANG-PREF-CD IN CCWL4927.CPY):
      *  'L'=LOCAL LANGUAGE  'E'=ENGLISH
      *
      *  L4972-RQST-DT IS THE DATE THE OWNER ASKED (YYYY-MM-DD);
      *  L4972-RQST-RSN-TXT IS FREE TEXT FOR THE SERVICE TEAM.
      *****************************************************************
       01  L4972-DATA-INFO.
           05  L4972-OW-CLI-ID                        PIC X(010).
           05  L4972-LANG-PREF-OVRD-CD                PIC X(001).
           05  L4972-RQST-DT                          PIC X(010).
           05  L4972-RQST-RSN-TXT                     PIC X(060).
           05  FILLER                                 PIC X(019).

      *****************************************************************
      **                END OF COPYBOOK CCWL4972                     **
      *****************************************************************
