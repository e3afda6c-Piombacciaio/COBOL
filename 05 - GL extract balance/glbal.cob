      *  2026-09-02 PBC   EXTRACT RECORD WIDENED TO 70 WHEN THE  *
      *                   MAPPED GL ACCOUNT AND COST CENTER      *
      *                   WERE ADDED TO THE DETAIL LAYOUT.       *
      *  2026-10-14 PBC   EXTRACT RECORD WIDENED TO 78 FOR THE   *
      *                   FOURTEEN-DIGIT TRAN-ID.                *
      *---------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 78 CHARACTERS.
       COPY GLEXTRC.

       WORKING-STORAGE SECTION.
