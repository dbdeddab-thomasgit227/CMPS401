          01 agingReportLine PIC X(100).

      *> same record layout as the registrar's P2InRaw.dat extract,
      *> so a lapsed F concatenates straight into the next run;
      *> LETTERGEN reads it too, for the lapsed-incomplete letters
      FD lapsedOut.
          01 lapsedCourse.
              02 lap-studentName PIC X(18).
              02 lap-term PIC X(11).
              02 lap-classCode PIC X(10).
              02 lap-desc PIC X(28).
              02 lap-grade PIC X(2).
              02 lap-hours PIC 9(1)V99.

    WORKING-STORAGE SECTION.
