X04929**  08AUG2026 PHONGP REVIEW FIX: DOC OW-ADDR-LN/CVG OVERFLOW   **
Y04929**  22AUG2026 PHONGP MULTI-CURRENCY: HH-CCY-CD, POL-CCY-CD,    **
Y04929**             ONE RECORD PER HOUSEHOLD PER CURRENCY           **
Z04929**  15OCT2026 PHONGP OWNER PREFERRED LANGUAGE (OW-LANG-PREF-CD) **
      *****************************************************************
       01  L4929-DATA-INFO.
           05  L4929-CURRENT-DT                       PIC X(010).
X04929*        FOR THIS OWNER'S L4927-OW-CLI-ID; IF NO OCCURRENCE IS
X04929*        FLAGGED CURRENT-MAILING, USE THE LOWEST-SEQ OCCURRENCE.
               10  L4929-OW-ADDR-LN                   PIC X(128).
Z04929*        SAME CODE DOMAIN AS L4927-OW-LANG-PREF-CD IN
Z04929*        CCWL4927.CPY ('L'=LOCAL  'E'=ENGLISH); STAMPED BY
Z04929*        CCWB4947 WITH THE SAME RESOLUTION, SO THE HOUSEHOLD
Z04929*        LETTER AND THE OWNER'S POLICY LETTERS GO OUT IN THE SAME
Z04929*        LANGUAGE.
Z04929         10  L4929-OW-LANG-PREF-CD              PIC X(001).

           05  L4929-HH-TOTAL-INFO.
               10  L4929-HH-TOTAL-TPREM-AMT           PIC X(025).
