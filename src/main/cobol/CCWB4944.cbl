      **  RELEASE   DESCRIPTION                                      **
T04944**  22AUG2026 PHONGP SEGMENT-CHAIN INTEGRITY VALIDATOR         **
U04944**  01SEP2026 PHONGP RUN MANIFEST ENFORCEMENT (CCWB4957)       **
V04944**  15OCT2026 PHONGP FEED SLOT RESIZED FOR CCWL4927 LANG-INFO   **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4944.
      *  BUFFERED RECORDS ARE TRUNCATED AND RELEASED CORRUPTED.       *
      *****************************************************************
       01  B4944-CVG-SEG-BUFFER.
           05  B4944-CVG-SEG-SLOT    OCCURS 99 TIMES  PIC X(24493).
       01  B4944-CVG-SEG-META.
           05  B4944-CVG-SEG-ENT     OCCURS 99 TIMES.
               10  B4944-CVG-META-SEQ                  PIC X(002).
