IDENTIFICATION DIVISION. PROGRAM-ID. JRNLINQ.

*> Inquiry against MaintJournal.dat, the permanent maintenance
*> journal STUDENTMAINT, HOLDMAINT, GRADECHG and ARTICMAINT append
*> a before/after image to for every transaction they apply.  When a
*> student asks why their major changed, or an auditor asks who
*> released a hold, this lists the answer instead of someone
*> reconstructing it from old new-generation files and exception
*> lists.
*>
*> Each card on JournalInquiry.dat is one inquiry, listed in its own
*> section of MaintJournalReport.dat:
*>     W - every entry for one wNumber
*>     D - every entry with a run date inside a from/to range
*>         (inclusive; a zero to-date means through today)
*>     P - every entry one program wrote
*> The journal is read start to finish once per card - it is only
*> ever appended to, so entries list in the order they were applied.
*> A card with a selection code other than W/D/P is reported on the
*> listing and skipped, and the run ends RC 8 so the operator sees
*> it.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    *> OPTIONAL so an inquiry before any maintenance has run lists
    *> nothing instead of abending on OPEN
    SELECT OPTIONAL maintJournal ASSIGN TO "MaintJournal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT inquiryControl ASSIGN TO "JournalInquiry.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT inquiryReportOut ASSIGN TO "MaintJournalReport.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.

      FD maintJournal.
          *> layout shared with STUDENTMAINT/HOLDMAINT/GRADECHG/
          *> ARTICMAINT - change them together
          01 journalRecord.
              02 jr-runDate PIC 9(8).
              02 jr-runTime PIC 9(6).
              02 jr-program PIC X(12).
              02 jr-action PIC X(1).
              02 jr-wNumber PIC X(8).
              02 jr-key PIC X(21).
              02 jr-submitterId PIC X(8).
              02 jr-oldValue PIC X(150).
              02 jr-newValue PIC X(150).

      FD inquiryControl.
          01 inquiryRecord.
              02 iq-selectBy PIC X(1).
              02 iq-wNumber PIC X(8).
              02 iq-fromDate PIC 9(8).
              02 iq-toDate PIC 9(8).
              02 iq-program PIC X(12).

      FD inquiryReportOut.
          01 inquiryReportLine PIC X(170).

    WORKING-STORAGE SECTION.
        01 inquiryEndFlag PIC 9 VALUE 0.
        01 journalEndFlag PIC 9 VALUE 0.
        01 selectedFlag PIC 9 VALUE 0.
        01 listedCountWS PIC 9(6) VALUE ZERO.
        01 badCardFlag PIC 9 VALUE 0.
        01 currentDateWS PIC 9(8) VALUE ZERO.
        01 toDateWS PIC 9(8) VALUE ZERO.

        01 inquiryHeading.
            02 FILLER PIC X(34) VALUE
                'MAINTENANCE JOURNAL INQUIRY - BY '.
            02 ih-selection PIC X(13).
            02 ih-value PIC X(40).

        *> the date-range heading value - from and to dates
        01 dateRangeWS.
            02 dr-fromDate PIC 9(8).
            02 FILLER PIC X(4) VALUE ' TO '.
            02 dr-toDate PIC 9(8).

        01 inquiryColHead.
            02 FILLER PIC X(170) VALUE
                'RUN DATE  TIME    PROGRAM       ACT  W-NUMBER  KEY                    SUBMITTER'.

        01 inquiryDetail.
            02 id-runDate PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 id-runTime PIC 9(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 id-program PIC X(14).
            02 id-action PIC X(5).
            02 id-wNumber PIC X(10).
            02 id-key PIC X(23).
            02 id-submitterId PIC X(8).

        *> the before and after images print under the entry they
        *> belong to, indented past the date so they read as one
        01 imageLine.
            02 FILLER PIC X(10) VALUE SPACES.
            02 il-label PIC X(8).
            02 il-value PIC X(150).

        01 inquiryTotalLine.
            02 FILLER PIC X(18) VALUE 'ENTRIES LISTED: '.
            02 it-listed PIC ZZZZZ9.

        01 badCardLine.
            02 FILLER PIC X(22) VALUE 'INQUIRY CARD SKIPPED: '.
            02 bc-selectBy PIC X(1).
            02 FILLER PIC X(31) VALUE
                ' - SELECTION NOT W, D, OR P'.

        01 blankLine PIC X(1) VALUE SPACE.

PROCEDURE DIVISION.
    ACCEPT currentDateWS FROM DATE YYYYMMDD

    OPEN INPUT inquiryControl.
    OPEN OUTPUT inquiryReportOut.

    PERFORM UNTIL inquiryEndFlag = 1
        PERFORM readInquiryCard
    END-PERFORM.

    CLOSE inquiryControl, inquiryReportOut.

    IF badCardFlag = 1
        DISPLAY 'JRNLINQ: ONE OR MORE INQUIRY CARDS SKIPPED - SEE'
            ' MaintJournalReport.dat'
        MOVE 8 TO RETURN-CODE
    END-IF
STOP RUN.

readInquiryCard.
    READ inquiryControl
        AT END
            MOVE 1 TO inquiryEndFlag
        NOT AT END
            EVALUATE iq-selectBy
                WHEN 'W'
                    MOVE 'WNUMBER' TO ih-selection
                    MOVE iq-wNumber TO ih-value
                    PERFORM listJournal
                WHEN 'D'
                    *> no to-date means everything from the from-date
                    *> up to this run
                    IF iq-toDate = ZERO
                        MOVE currentDateWS TO toDateWS
                    ELSE
                        MOVE iq-toDate TO toDateWS
                    END-IF
                    MOVE iq-fromDate TO dr-fromDate
                    MOVE toDateWS TO dr-toDate
                    MOVE 'RUN DATE' TO ih-selection
                    MOVE dateRangeWS TO ih-value
                    PERFORM listJournal
                WHEN 'P'
                    MOVE 'PROGRAM' TO ih-selection
                    MOVE iq-program TO ih-value
                    PERFORM listJournal
                WHEN OTHER
                    MOVE iq-selectBy TO bc-selectBy
                    WRITE inquiryReportLine FROM badCardLine
                    WRITE inquiryReportLine FROM blankLine
                    MOVE 1 TO badCardFlag
            END-EVALUATE
    END-READ.
EXIT.

listJournal.
    WRITE inquiryReportLine FROM inquiryHeading
    WRITE inquiryReportLine FROM inquiryColHead

    MOVE ZERO TO listedCountWS
    MOVE 0 TO journalEndFlag
    OPEN INPUT maintJournal
    PERFORM UNTIL journalEndFlag = 1
        PERFORM readJournalEntry
    END-PERFORM
    CLOSE maintJournal

    MOVE listedCountWS TO it-listed
    WRITE inquiryReportLine FROM inquiryTotalLine
    WRITE inquiryReportLine FROM blankLine
EXIT.

readJournalEntry.
    READ maintJournal
        AT END
            MOVE 1 TO journalEndFlag
        NOT AT END
            MOVE 0 TO selectedFlag
            EVALUATE iq-selectBy
                WHEN 'W'
                    IF jr-wNumber = iq-wNumber
                        MOVE 1 TO selectedFlag
                    END-IF
                WHEN 'D'
                    IF jr-runDate NOT < iq-fromDate
                            AND jr-runDate NOT > toDateWS
                        MOVE 1 TO selectedFlag
                    END-IF
                WHEN 'P'
                    IF jr-program = iq-program
                        MOVE 1 TO selectedFlag
                    END-IF
            END-EVALUATE

            IF selectedFlag = 1
                PERFORM writeJournalEntry
            END-IF
    END-READ.
EXIT.

writeJournalEntry.
    ADD 1 TO listedCountWS
    MOVE jr-runDate TO id-runDate
    MOVE jr-runTime TO id-runTime
    MOVE jr-program TO id-program
    MOVE jr-action TO id-action
    MOVE jr-wNumber TO id-wNumber
    MOVE jr-key TO id-key
    MOVE jr-submitterId TO id-submitterId
    WRITE inquiryReportLine FROM inquiryDetail

    MOVE 'BEFORE: ' TO il-label
    MOVE jr-oldValue TO il-value
    WRITE inquiryReportLine FROM imageLine
    MOVE 'AFTER:  ' TO il-label
    MOVE jr-newValue TO il-value
    WRITE inquiryReportLine FROM imageLine
EXIT.
