O04927**             ILP-FUND-INFO (DATA NOW IN CCWL4933)            **
P04927**  22AUG2026 PHONGP MULTI-CURRENCY: POL-CCY-CD, XRATE,        **
P04927**             CONVERTED-AMOUNTS GROUP (CCY-INFO)              **
Q04927**  15OCT2026 PHONGP OWNER PREFERRED LANGUAGE (LANG-INFO)      **
      *  NOTE (N04927/O04927, SUPERSEDES EARLIER L04927/M04927 NOTE): *
      *  EVERY REQ 000/001/003/004/006/007/009 FIELD ADDED SINCE      *
      *  BASELINE (C01677) IS EITHER (A) A FILLER-ABSORBING INSERT    *
P04927             15  L4927-CONV-NET-BASE-CASH-VAL       PIC X(025).
P04927             15  L4927-CONV-TOTAL-PAID-PREM         PIC X(025).

Q04927     05  L4927-LANG-INFO.
Q04927*        L4927-OW-LANG-PREF-CD IS THE LANGUAGE THE OWNER WANTS
Q04927*        THE LETTER IN.  DOCID CHOOSES THE TEMPLATE VARIANT ON
Q04927*        L4927-LETTER-TYP-CD PLUS THIS CODE; THE SMS STEP
Q04927*        (CCWB4952) CHOOSES ITS NOTIFICATION TEXT ON IT.  SET BY
Q04927*        THE EXTRACT FROM THE OWNER MASTER; CCWB4947 THEN APPLIES
Q04927*        ANY CCWL4972 OVERRIDE FOR L4927-OW-CLI-ID AND RESOLVES
Q04927*        SPACES TO 'L', SO EVERY RECORD PAST THAT STEP CARRIES
Q04927*        'L' OR 'E'.  THE SAME VALUE IS ON EVERY SEGMENT OF A
Q04927*        POLICY.
Q04927*        VALID L4927-OW-LANG-PREF-CD VALUES:
Q04927*        'L'=LOCAL LANGUAGE (STANDARD LETTER)  'E'=ENGLISH
Q04927         10  L4927-OW-LANG-PREF-CD                  PIC X(001).
Q04927         10  FILLER                                 PIC X(009).

K04927     05  L4927-OW-ADDR-INFO.
K04927         10  L4927-OW-ADDR-CNT                  PIC 9(002).
K04927         10  L4927-OW-ADDR-G.
