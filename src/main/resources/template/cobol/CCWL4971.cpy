      *****************************************************************
      **  MEMBER :  CCWL4971                                         **
      **  REMARKS:  ANNUAL LETTER DUPLICATE-LETTER PULL FILE         **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04971**  15OCT2026 PHONGP DUPLICATE-LETTER GUARD PULL FILE          **
      *****************************************************************
      *  ONE RECORD PER LETTER THE DUPLICATE-LETTER GUARD (CCWB4971)
      *  KEPT BACK FROM THE DOCID HAND-OFF BECAUSE THE ISSUANCE
      *  REGISTER (CCWL4970) ALREADY HOLDS A NON-REPRINT LETTER FOR
      *  THE SAME POL-ID / ANNIVERSARY / LETTER TYPE - A RERUN AFTER
      *  A RESTART, OR A CCWB4942 REWORK RE-EXTRACT OF A LETTER THAT
      *  HAD ALREADY GONE OUT.  WRITTEN FRESH EACH RUN, SORTED BY
      *  L4971-POL-ID.  THE BALANCING STEP (CCWB4948) COUNTS THE
      *  RUN'S RECORDS AS AN EXPLAINED CATEGORY.
      *
      *  L4971-DELIVERY-CHNL-CD IS THE CHANNEL THIS RUN WOULD HAVE
      *  USED; L4971-PRIOR-* ARE TAKEN FROM THE REGISTER ENTRY.
      *****************************************************************
       01  L4971-DATA-INFO.
           05  L4971-POL-ID                           PIC X(010).
           05  L4971-POL-ANNV-DT                      PIC X(010).
      *    SAME CODE DOMAIN AS L4927-LETTER-TYP-CD IN CCWL4927.CPY -
      *    SEE THAT COPYBOOK FOR THE CANONICAL LIST OF VALID VALUES.
           05  L4971-LETTER-TYP-CD                    PIC X(002).
           05  L4971-OW-CLI-ID                        PIC X(010).
           05  L4971-AG-ID                            PIC X(006).
           05  L4971-DELIVERY-CHNL-CD                 PIC X(001).
           05  L4971-PULL-RUN-ID                      PIC X(010).
           05  L4971-PULL-DT                          PIC X(010).
           05  L4971-PRIOR-RUN-ID                     PIC X(010).
           05  L4971-PRIOR-ISSUE-DT                   PIC X(010).
           05  L4971-PRIOR-CHNL-CD                    PIC X(001).
           05  FILLER                                 PIC X(020).

      *****************************************************************
      **                END OF COPYBOOK CCWL4971                     **
      *****************************************************************
