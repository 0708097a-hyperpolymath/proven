      * disposable-email-domain master (DISPVSAM) maintained online
      * by the TBLMAINT CICS transaction and extracted nightly to
      * the flat CURRDCML/DISPDOM files SAFE-CURRENCY and SAFE-EMAIL
      * read (see PROVEN-TBLEXTR), and for the country-risk and
      * embargo master (CTRYVSAM), maintained the same way but read
      * directly by the batch validators, screeners and scorers.
      *

      * CURRVSAM record - key is CURR-MST-CODE
             88 DOM-MST-IS-INACTIVE   VALUE 0.
          05 DOM-MST-LAST-CHANGED     PIC 9(8).
          05 DOM-MST-CHANGED-BY       PIC X(8).

      * CTRYVSAM record - key is CTRY-MST-KEY, the ISO country code
      * plus the date the entry takes effect, so a rating change or
      * an embargo can be keyed ahead of the day it applies. The
      * entry in force for a country is the latest active one whose
      * window covers the day; a country with none in force is an
      * ordinary one.
       01 COUNTRY-RISK-MASTER-RECORD.
          05 CTRY-MST-KEY.
             10 CTRY-MST-CODE         PIC X(2).
             10 CTRY-MST-EFFECTIVE    PIC 9(8).
          05 CTRY-MST-EXPIRES         PIC 9(8).
          05 CTRY-MST-RATING          PIC X(1).
             88 CTRY-MST-IS-LOW       VALUE "L".
             88 CTRY-MST-IS-MEDIUM    VALUE "M".
             88 CTRY-MST-IS-HIGH      VALUE "H".
             88 CTRY-MST-IS-EDD       VALUE "E".
          05 CTRY-MST-EMBARGO         PIC X(1).
             88 CTRY-MST-IS-EMBARGOED VALUE "Y".
          05 CTRY-MST-ACTIVE          PIC 9.
             88 CTRY-MST-IS-ACTIVE    VALUE 1.
             88 CTRY-MST-IS-INACTIVE  VALUE 0.
          05 CTRY-MST-LAST-CHANGED    PIC 9(8).
          05 CTRY-MST-CHANGED-BY      PIC X(8).
