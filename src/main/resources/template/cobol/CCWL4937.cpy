      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04937**  22AUG2026 PHONGP END-OF-RUN CONTROL-TOTALS TRAILER         **
U04937**  15OCT2026 PHONGP LETTER-TYPE COUNTS BY LANGUAGE            **
      *****************************************************************
      *  ONE RECORD PER RUN OUTPUT FILE (CCWL4927/4928/4929/4930/
      *  4931/4933), CUT BY THE BALANCING STEP (CCWB4948) TO THE
      *  CCWL4927 TRAILER ONLY, ZERO ELSEWHERE.  L4937-TYP-CNT-T
      *  COUNTS RECORDS BY LETTER-TYP-CD FOR THE FILES THAT CARRY
      *  ONE; UNUSED SLOTS HOLD SPACES/ZERO.
U04937*  L4937-TYP-LANG-CNT-T (N) SPLITS L4937-TYP-CNT (N) BY
U04937*  L4927-OW-LANG-PREF-CD - 'E' ENGLISH, 'L' LOCAL - SO THE PRINT
U04937*  SHOP CAN ORDER STOCK PER TEMPLATE VARIANT.  CCWL4927 TRAILER
U04937*  ONLY (THE ONLY COUNTED FILE THAT CARRIES THE CODE); ZERO OR
U04937*  SPACES ELSEWHERE.  THE GROUP IS APPENDED AFTER THE ORIGINAL
U04937*  TRAILING FILLER SO EVERY OTHER FIELD KEEPS ITS OFFSET; THE
U04937*  RECORD GREW FROM 181 TO 321 BYTES.
      *****************************************************************
       01  L4937-DATA-INFO.
           05  L4937-FILE-ID                          PIC X(008).
                   15  L4937-TYP-CD                   PIC X(002).
                   15  L4937-TYP-CNT                  PIC 9(007).
           05  FILLER                                 PIC X(010).
U04937     05  L4937-TYP-LANG-CNT-G.
U04937         10  L4937-TYP-LANG-CNT-T         OCCURS  10 TIMES.
U04937             15  L4937-TYP-ENG-CNT              PIC 9(007).
U04937             15  L4937-TYP-LCL-CNT              PIC 9(007).

      *****************************************************************
      **                END OF COPYBOOK CCWL4937                     **
