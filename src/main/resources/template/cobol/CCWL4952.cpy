      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04952**  01SEP2026 PHONGP SMS DELIVERY CHANNEL HAND-OFF             **
U04952**  15OCT2026 PHONGP NOTIFICATION LANGUAGE (LANG-CD)           **
      *****************************************************************
      *  ONE RECORD PER SMS NOTIFICATION HANDED TO THE SMS GATEWAY,
      *  CUT BY THE SMS DELIVERY STEP (CCWB4952) FOR EVERY CHANNEL-'S'
      *  SPACE/HYPHEN SEPARATORS, 8 TO 15 DIGITS.  A NUMBER FAILING
      *  THAT CHECK NEVER REACHES THIS FILE; IT IS LOGGED TO THE
      *  CCWL4928 REJECT QUEUE INSTEAD.
U04952*
U04952*  L4952-LANG-CD IS THE LANGUAGE L4952-SMS-TXT IS WRITTEN IN,
U04952*  TAKEN FROM L4927-OW-LANG-PREF-CD ('L'=LOCAL  'E'=ENGLISH).
      *****************************************************************
       01  L4952-DATA-INFO.
           05  L4952-CEL-PHON-NUM                     PIC X(050).
           05  L4952-LETTER-TYP-CD                    PIC X(002).
           05  L4952-SMS-TXT                          PIC X(160).
           05  L4952-REQ-DT                           PIC X(010).
U04952     05  L4952-LANG-CD                          PIC X(001).
U04952     05  FILLER                                 PIC X(007).

      *****************************************************************
      **                END OF COPYBOOK CCWL4952                     **
