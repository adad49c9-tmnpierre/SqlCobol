      * Host variables for a campaign's register row. COPY this
      * inside EXEC SQL BEGIN/END DECLARE SECTION. The outbound jobs
      * that run a campaign read the row through their
      * 1120-LOAD-CAMPAIGN paragraph and apply the selection in their
      * cursor: an age bound of 0 and a blank language or gender
      * leave that criterion open, so a run without a campaign
      * selects exactly as before. The run counts per country go to
      * campaign_run through CMP-SELECTED-CNT, CMP-SENT-CNT and
      * CMP-SUPPRESSED-CNT.
       01  CMP-ID                  PIC X(20) VALUE SPACES.
       01  CMP-DESCRIPTION         PIC X(80) VALUE SPACES.
       01  CMP-TEMPLATE-KEY        PIC X(10) VALUE SPACES.
       01  CMP-CHANNEL             PIC X(8) VALUE SPACES.
       01  CMP-COUNTRY-LIST        PIC X(200) VALUE SPACES.
       01  CMP-AGE-MIN             PIC S9(4) COMP-5 VALUE ZERO.
       01  CMP-AGE-MAX             PIC S9(4) COMP-5 VALUE ZERO.
       01  CMP-SPOKEN              PIC X(50) VALUE SPACES.
       01  CMP-GENDER              PIC X(10) VALUE SPACES.
       01  CMP-HEAD-ONLY           PIC X(1) VALUE 'N'.
       01  CMP-STATUS              PIC X(1) VALUE SPACE.
       01  CMP-SELECTED-CNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  CMP-SENT-CNT            PIC S9(9) COMP-5 VALUE ZERO.
       01  CMP-SUPPRESSED-CNT      PIC S9(9) COMP-5 VALUE ZERO.
