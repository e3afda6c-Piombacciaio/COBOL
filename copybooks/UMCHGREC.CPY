      *  MODIFICATION HISTORY                                    *
      *  DATE       INIT  DESCRIPTION                            *
      *  2026-09-02 PBC   ORIGINAL VERSION - MASTER CHANGE LOG.  *
      *  2026-10-05 PBC   OLD AND NEW AUTHORITY LEVEL CARVED     *
      *                   FROM THE TRAILING FILLER. RECORD       *
      *                   LENGTH UNCHANGED AT 160.               *
      *---------------------------------------------------------*
       01  USER-CHANGE-RECORD.
           05  UC-DATE                 PIC 9(08).
           05  UC-PASSWORD-CHANGED     PIC X(01).
               88  UC-PWD-CHANGED      VALUE "Y".
               88  UC-PWD-UNCHANGED    VALUE "N".
           05  UC-OLD-AUTHORITY        PIC X(01).
           05  UC-NEW-AUTHORITY        PIC X(01).
           05  FILLER                  PIC X(06).
