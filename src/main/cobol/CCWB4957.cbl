      **                         NEEDS THE COMMON DATASET AND ITS    **
      **                         OWN STREAM DATASET (ITS             **
      **                         PREDECESSORS WROTE NOWHERE ELSE);   **
      **                         CCWB4962 AND EVERY STEP AFTER IT    **
      **                         CONCATENATE ALL OF THEM ONCE THE    **
      **                         STREAMS HAVE ENDED.                 **
      **              MANIFEST - THE DATASET THIS JOB APPENDS ITS    **
      **                         'W' RECORDS TO: THE COMMON DATASET  **
      **                         FOR THE SINGLE-THREADED STEPS, A    **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04957**  01SEP2026 PHONGP RUN MANIFEST / STEP-SEQUENCE ENFORCEMENT  **
U04957**  15OCT2026 PHONGP STEPS AFTER THE MERGE READ ALL MANIFESTS **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4957.
