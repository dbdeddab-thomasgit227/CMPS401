    *> row, 04 final cumulative totals matching the printed
    *> CUMULATIVE line (transfer-hour and grade-forgiveness
    *> handling included, since the records come off the same
    *> accumulators), 05 per degree on the degrees-awarded
    *> master.  This cycle's own conferrals are posted by
    *> DEGREECONF after this step, which appends their 05 records
    *> here itself.  A held student's group is suppressed
    *> entirely - this file is a release channel with no human
    *> gate, so the hold treatment is REPRINT's refusal, not the
    *> printed pages' pull-banner; the refusals land on the held
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> registrar's demographic master, maintained by STUDENTMAINT -
    *> indexed on wNumber and read by key as each student starts.
    *> OPTIONAL so a run without one still prints transcripts, just
    *> with the major/college line flagged NOT ON FILE
    SELECT OPTIONAL studentMaster ASSIGN TO "StudentMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS sm-wNumber.
    *> transfer work posted from other institutions - counts toward
    *> cumulative earned hours but never enters the GPA math, so it
    *> rides in its own file instead of masquerading as a graded
    *> course record in myInput.  TRANSEVAL posts the rows, with the
    *> equivalent and hours off the articulation master.  Indexed on
    *> wNumber/institution/course, so a student's rows are reached by
    *> a START on the wNumber and read in key order.  OPTIONAL so a
    *> run with no transfer work to post doesn't abend
    SELECT OPTIONAL transferCredits ASSIGN TO "TransferCredits.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS tc-transferKey.
    *> running register of every I grade the transcript pass sees -
    *> INCLAPSE ages these against the academic calendar and lapses
    *> the stale ones to F.  Opened EXTEND (and OPTIONAL for the
    SELECT OPTIONAL incompleteGrades ASSIGN TO "IncompleteGrades.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> carried-forward per-student master: a header record with the
    *> cumulative hours, quality points and transfer hours, followed
    *> by one course record for every graded attempt the student has
    *> ever posted, all in wNumber order - loaded in step with
    *> myInput so a term run only needs that term's course records
    *> instead of the whole history, and complete enough that
    *> REPRINT and DEGREEAUDIT never need the raw extract.  OPTIONAL
    *> so the first run (no master yet) starts every student from
    *> zero, exactly like the old full-history behavior.  The updated
    *> master goes to StudentHistoryNew.dat; FINALIZE swaps it in for
    *> the next term's run once the run balances
    SELECT OPTIONAL studentHistory ASSIGN TO "StudentHistory.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT runControl ASSIGN TO "RunControl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> degrees-awarded master, posted by DEGREECONF - read in step
    *> with myInput (both in wNumber order) for the DEGREE AWARDED
    *> block.  DEGREECONF runs after this step, so the master read
    *> here holds earlier cycles' degrees only - it appends this
    *> cycle's block to the P2Out file itself.  OPTIONAL so a shop
    *> with no conferrals yet runs as before
    SELECT OPTIONAL degreesAwarded ASSIGN TO "DegreesAwarded.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> registrar's transcript-hold master, maintained by HOLDMAINT -
    *> a held student's output is stamped so operations pulls it
    *> from the print handoff.  Indexed on wNumber/hold type, so a
    *> student's holds are reached by a START on the wNumber.
    *> OPTIONAL so a shop with no holds on file runs as before
    SELECT OPTIONAL holdsMaster ASSIGN TO "HoldsMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS hm-holdKey.
    *> the registrar's grade-scale master - every grade code with its
    *> quality points per hour and whether it counts as attempted,
    *> earned, and in the GPA, one scale per effective term
    SELECT gradeScale ASSIGN TO "GradeScale.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.

              02 term PIC X(11).
              02 classCode PIC X(10).
              02 desc PIC X(28).
              02 grade PIC X(2).
              02 hours PIC 9(1)V99.

      FD myOutput.
          01 transcript.
              02 classCode-transcript PIC X(14).
              02 desc-transcript PIC X(33).
              02 grade-transcript PIC X(5).
              02 hours-transcript PIC Z(2).99.
              02 FILLER PIC X(10).
              02 qpts-transcript PIC Z(2).99.
              02 ts-cumulative-qpts PIC 9(5)V99.
              02 ts-gpa-hours PIC 9(5)V99.
              02 ts-inprogress-hours PIC 9(2)V99.
              *> earned = hours on grades the scale flags earned (the
              *> passing grades and P; F/W/I are attempted but never
              *> earned) - the SAP pace numerator.  The prior-*
              *> fields carry the previous graded term's identity so
              *> the trend report works on term-only runs, where this
              *> file holds one row per student
              02 ts-prior-term PIC X(11).
              02 ts-prior-semester-gpa PIC 9(2)V99.
              02 ts-has-prior PIC 9.
              *> hours on W grades this term - counted in attempted
              *> above, broken out so ENRLSTAT can tell a term
              *> withdrawn in full from one failed in full
              02 ts-semester-withdrawn PIC 9(2)V99.

      FD elecTranscript.
          *> every record opens with a type code and the wNumber, so
              02 et2-wNumber PIC X(8).
              02 et2-term PIC X(11).
              02 et2-classCode PIC X(10).
              02 et2-grade PIC X(2).
              02 et2-hours PIC 9(2)V99.
              02 et2-qpts PIC 9(2)V99.
          01 elecTransferRecord.
              02 et4-transfer-hours PIC 9(5)V99.
              02 et4-earned-hours PIC 9(5)V99.
              02 et4-cumulative-gpa PIC 9(2)V99.
          *> type 05 shared with DEGREECONF - change them together
          01 elecDegreeRecord.
              02 et5-recordType PIC X(2).
              02 et5-wNumber PIC X(8).
              02 et5-degree PIC X(10).
              02 et5-major PIC X(20).
              02 et5-conferralTerm PIC X(11).
              02 et5-honors PIC X(15).

      FD elecHeldOut.
          01 elecHeldLine PIC X(90).
              02 sm-college PIC X(20).
              02 sm-classification PIC X(2).
              02 sm-catalogYear PIC 9(4).
              02 sm-addressLine1 PIC X(30).
              02 sm-addressLine2 PIC X(30).
              02 sm-city PIC X(20).
              02 sm-state PIC X(2).
              02 sm-zipCode PIC X(10).

      FD transferCredits.
          *> layout shared with REPRINT/HISTVERIFY/TRANSEVAL - change
          *> them together
          01 transferRecord.
              02 tc-transferKey.
                  03 tc-wNumber PIC X(8).
                  03 tc-institution PIC X(20).
                  03 tc-course PIC X(10).
              02 tc-classCode PIC X(10).
              02 tc-hours PIC 9(2)V99.

              02 inc-hours PIC 9(1)V99.

      FD studentHistory.
          *> layout shared with REPRINT/DEGREEAUDIT/HISTVERIFY/GRADECHG/
          *> DEGREECONF/RECLASS - change them together.  Each student
          *> is one 'H' header record followed by a 'C' course record
          *> per graded attempt, oldest first; shc-repeatFlag 'R' marks an
          *> attempt a later one superseded under grade forgiveness
          *> (it stays on the record but no longer counts), and
          *> shc-gpaHours/shc-qpts hold what the attempt contributed
          *> to the cumulative totals while it counted
          01 historyRecord.
              02 sh-wNumber PIC X(8).
              02 sh-recordType PIC X(1).
              02 sh-studentName PIC X(18).
              02 sh-cumulative-hours PIC 9(5)V99.
              02 sh-cumulative-qpts PIC 9(5)V99.
              02 sh-last-term PIC X(11).
              02 sh-last-semester-gpa PIC 9(2)V99.
              02 sh-has-terms PIC 9.
          01 historyCourseRecord.
              02 shc-wNumber PIC X(8).
              02 shc-recordType PIC X(1).
              02 shc-term PIC X(11).
              02 shc-classCode PIC X(10).
              02 shc-desc PIC X(28).
              02 shc-grade PIC X(2).
              02 shc-hours PIC 9(1)V99.
              02 shc-gpaHours PIC 9(2)V99.
              02 shc-qpts PIC 9(2)V99.
              02 shc-repeatFlag PIC X(1).

      FD studentHistoryNew.
          01 historyRecordNew.
              02 shn-wNumber PIC X(8).
              02 shn-recordType PIC X(1).
              02 shn-studentName PIC X(18).
              02 shn-cumulative-hours PIC 9(5)V99.
              02 shn-cumulative-qpts PIC 9(5)V99.
              02 shn-last-term PIC X(11).
              02 shn-last-semester-gpa PIC 9(2)V99.
              02 shn-has-terms PIC 9.
          01 historyCourseRecordNew.
              02 shnc-wNumber PIC X(8).
              02 shnc-recordType PIC X(1).
              02 shnc-term PIC X(11).
              02 shnc-classCode PIC X(10).
              02 shnc-desc PIC X(28).
              02 shnc-grade PIC X(2).
              02 shnc-hours PIC 9(1)V99.
              02 shnc-gpaHours PIC 9(2)V99.
              02 shnc-qpts PIC 9(2)V99.
              02 shnc-repeatFlag PIC X(1).

      FD degreesAwarded.
          *> layout shared with DEGREECONF/REPRINT - change them
          *> together
          01 awardRecord.
              02 da-wNumber PIC X(8).
              02 da-studentName PIC X(18).
              02 da-degree PIC X(10).
              02 da-major PIC X(20).
              02 da-conferralTerm PIC X(11).
              02 da-cumulative-hours PIC 9(5)V99.
              02 da-transfer-hours PIC 9(5)V99.
              02 da-cumulative-gpa PIC 9(2)V99.
              02 da-honors PIC X(15).

      FD holdsMaster.
          *> layout shared with HOLDMAINT/REPRINT/DEGREECONF - change
          *> them together
          01 holdRecord.
              02 hm-holdKey.
                  03 hm-wNumber PIC X(8).
                  03 hm-holdType PIC X(1).

      FD runControl.
          *> layout shared with P2SORT/VALIDATE/CATALOGCHECK/BALANCE -
              02 rc-hash-hours PIC 9(7)V99.
              02 rc-hash-qpts PIC 9(7)V99.

      FD gradeScale.
          *> layout shared with P2SORT/VALIDATE/CATALOGCHECK/P2/REPRINT/
          *> GRADECHG/GRADEDIST/HISTVERIFY/DEGREEAUDIT - change them
          *> together.  Flags are Y/N; a grade that counts in the GPA is
          *> charged its hours whatever its points (an F is 0.00 and Y)
          01 gradeScaleRecord.
              02 gs-effectiveTerm PIC X(11).
              02 gs-grade PIC X(2).
              02 gs-qualityPoints PIC 9V99.
              02 gs-attemptedFlag PIC X(1).
              02 gs-earnedFlag PIC X(1).
              02 gs-gpaFlag PIC X(1).

    WORKING-STORAGE SECTION.
        01 fileEndFlag PIC 9 VALUE 0.
        01 printEndFlag PIC 9 VALUE 0.
        01 wNumberWS PIC X(8).
        01 studentNameWS PIC X(18).

        *> StudentMaster.dat is read by key as each student starts -
        *> major/college go on the transcript header instead of
        *> advising keeping a paper list
        01 demographicFoundFlag PIC 9 VALUE ZERO.

        01 studentDemographics.
            02 FILLER PIC X(7) VALUE 'MAJOR: '.
            02 FILLER PIC X(9) VALUE 'COLLEGE: '.
            02 college-headder PIC X(20).

        *> HoldsMaster.dat is scanned by key per student - a held
        *> student's transcript header gets a banner per hold so
        *> operations pulls the pages from the print handoff instead
        *> of mailing over a hold.  Set when the scan runs past the
        *> student's last hold (or the student has none)
        01 holdScanEndFlag PIC 9 VALUE 0.
        01 holdTypeWS PIC X(1).
        01 holdTypeNameWS PIC X(22).

            02 hb-holdTypeName PIC X(22).
            02 FILLER PIC X(30) VALUE '- PULL FROM PRINT HANDOFF ***'.

        *> TransferCredits.dat is scanned by key per student - the
        *> rows print as a TRANSFER CREDIT block ahead of the first
        *> term and post straight into actual-total-hours, never into
        *> calculatedQtpsTotal.  Set when the scan runs past the
        *> student's last row (or the student has none)
        01 transferScanEndFlag PIC 9 VALUE 0.
        01 transferPrintedFlag PIC 9 VALUE 0.

        *> how many of this student's cumulative hours came in as
            02 transfer-classCode-print PIC X(14).
            02 transfer-hours-print PIC Z9.99.

        *> the current student's conferred degrees, picked up off the
        *> degrees-awarded master as the student starts and printed
        *> after the last term
        01 studentDegreeTable.
            02 studentDegreeEntry OCCURS 10 TIMES.
                03 deg-degree PIC X(10).
                03 deg-major PIC X(20).
                03 deg-conferralTerm PIC X(11).
                03 deg-honors PIC X(15).
        01 studentDegreeCount PIC 9(2) VALUE ZERO.
        01 studentDegreeIdx PIC 9(2) VALUE ZERO.
        01 awardedHeldFlag PIC 9 VALUE 0.

        *> degree block layouts shared with DEGREECONF - change them
        *> together
        01 degreeHeading.
            02 FILLER PIC X(50) VALUE 'DEGREE AWARDED'.

        01 degreeDetail.
            02 FILLER PIC X(4) VALUE SPACES.
            02 degree-name-print PIC X(12).
            02 degree-major-print PIC X(22).
            02 FILLER PIC X(10) VALUE 'CONFERRED '.
            02 degree-term-print PIC X(13).
            02 degree-honors-print PIC X(15).

        01 qptsWS.
            02 calculatedQtps PIC 9(2)V99 VALUE ZERO.
            02 calculatedQtpsTotal PIC 9(5)V99 VALUE ZERO.
        *> straight-F student completing 100 percent of their load
        01 earned-semester-hours PIC 9(2)V99 VALUE ZERO.
        01 earned-total-hours PIC 9(5)V99 VALUE ZERO.
        *> W hours this term, for the enrollment-status report
        01 withdrawn-semester-hours PIC 9(2)V99 VALUE ZERO.

        *> the previous GRADED term's identity, carried through the
        *> history master so GPATREND can compare term over term even
        *> only backs out what this attempt actually added
        01 contributedHoursWS PIC 9(2)V99 VALUE ZERO.

        *> grade-forgiveness table - every graded attempt this
        *> student has made, oldest first: the ones loaded off the
        *> history master and the ones posted this run.  hist-hours/
        *> hist-qpts hold what the attempt contributed to
        *> actual-total-hours/calculatedQtpsTotal.  When the same
        *> classCode shows up again in a later term, checkRepeatCourse
        *> backs the earlier attempt's contribution back out and flags
        *> it R so only the latest attempt counts toward cumulative
        *> GPA; the whole table goes back out as the student's course
        *> records in writeStudentHistory.  hist-postedFlag marks an
        *> attempt posted this run, whose hours may still be sitting
        *> in the semester accumulators.  Reset along with the rest of
        *> the cumulative accumulators in resetStudentAccumulators
        01 classHistoryTable.
            02 classHistoryEntry OCCURS 500 TIMES.
                03 hist-term PIC X(11).
                03 hist-classCode PIC X(10).
                03 hist-desc PIC X(28).
                03 hist-grade PIC X(2).
                03 hist-courseHours PIC 9(1)V99.
                03 hist-hours PIC 9(2)V99.
                03 hist-qpts PIC 9(2)V99.
                03 hist-repeatFlag PIC X(1).
                03 hist-postedFlag PIC 9.
        01 classHistoryCount PIC 9(3) VALUE ZERO.
        01 classHistoryIdx PIC 9(3) VALUE ZERO.
        01 classHistoryFoundIdx PIC 9(3) VALUE ZERO.
        01 classHistoryFoundFlag PIC 9 VALUE ZERO.
        01 classHistoryFullFlag PIC 9 VALUE ZERO.
        *> set when the attempt found is this same course in this same
        *> term posted again (a rerun over the master, or INCLAPSE's
        *> lapsed F replacing the I) - it is replaced in place rather
        *> than flagged R and kept as a second attempt
        01 classHistoryRepostFlag PIC 9 VALUE ZERO.

        *> scratch for the totals-trailer divide - same transfer
        *> back-out as closeOutTerm's cumulative line, worked in its
        01 blankSpaceArea.
                02 deadspace PIC X(200) VALUE SPACES.
                02 deadspaceTwo PIC X(200) VALUE SPACES.

        *> the grade scale, loaded whole at startup.  A scale is every
        *> row sharing one effective term; the scale in force for a
        *> course is the one with the latest effective term not after
        *> the course's own term, so terms before a changeover keep
        *> the scale they were graded under
        01 gradeScaleTable.
            02 gradeScaleEntry OCCURS 200 TIMES.
                03 scl-effectiveOrdinal PIC 9(5).
                03 scl-grade PIC X(2).
                03 scl-qualityPoints PIC 9V99.
                03 scl-attemptedFlag PIC X(1).
                03 scl-earnedFlag PIC X(1).
                03 scl-gpaFlag PIC X(1).
        01 gradeScaleCount PIC 9(3) VALUE ZERO.
        01 gradeScaleIdx PIC 9(3) VALUE ZERO.
        01 gradeScaleEndFlag PIC 9 VALUE 0.

        *> lookupGradeScale takes the grade and term here and hands
        *> back the valuation; a grade not on the scale in force comes
        *> back with scaleFoundFlag 0 and every flag N
        01 scaleGradeWS PIC X(2).
        01 scaleTermWS PIC X(11).
        01 scaleFoundFlag PIC 9 VALUE 0.
        01 scaleInForceOrdinal PIC 9(5) VALUE ZERO.
        01 scalePointsWS PIC 9V99 VALUE ZERO.
        01 scaleAttemptedFlag PIC X(1).
        01 scaleEarnedFlag PIC X(1).
        01 scaleGpaFlag PIC X(1).

        *> "Season YYYY" to a year * 4 + season ordinal so effective
        *> terms compare in calendar order
        01 scaleSeasonWS PIC X(10).
        01 scaleYearTextWS PIC X(4).
        01 scaleYearWS PIC 9(4).
        01 scaleSeasonIdxWS PIC 9(1).
        01 scaleOrdinalWS PIC 9(5).

PROCEDURE DIVISION.
    *> myOutput is opened per student in startNewStudent, named from
    *> wNumber, and closed/flushed to SYSOUT in closeStudentOutput -
    *> there is no longer a single combined output file to open here
    PERFORM readRestartPoint
    PERFORM loadGradeScale

    *> the three keyed masters stay open for the whole run - each
    *> student reads only its own records off them
    OPEN INPUT studentMaster, transferCredits, holdsMaster

    OPEN INPUT myInput.

            ' FULL EXTRACT. ***'
        CLOSE myInput, termStats, incompleteGrades, elecTranscript,
            elecHeldOut, studentHistory
        CLOSE studentMaster, transferCredits, holdsMaster
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT studentHistoryNew

    OPEN INPUT degreesAwarded
    PERFORM readDegreesAwarded

    PERFORM UNTIL fileEndFlag = 1
        PERFORM readInput
    END-PERFORM.

    CLOSE myInput, termStats, incompleteGrades, elecTranscript,
        elecHeldOut.
    CLOSE studentHistory, studentHistoryNew, degreesAwarded.
    CLOSE studentMaster, transferCredits, holdsMaster.

    PERFORM writeRunControl

    CLOSE checkpointFile
EXIT.

startTransferScan.
    *> position on the student's first transfer row - a START on the
    *> wNumber with the rest of the key low lands on it, or on the
    *> next student's first row when this one has none
    MOVE 0 TO transferScanEndFlag
    MOVE wNumberWS TO tc-wNumber
    MOVE LOW-VALUES TO tc-institution
    MOVE LOW-VALUES TO tc-course
    START transferCredits KEY IS NOT LESS THAN tc-transferKey
        INVALID KEY
            MOVE 1 TO transferScanEndFlag
    END-START
    IF transferScanEndFlag = 0
        PERFORM readNextTransfer
    END-IF
EXIT.

readNextTransfer.
    READ transferCredits NEXT RECORD
        AT END
            MOVE 1 TO transferScanEndFlag
        NOT AT END
            IF tc-wNumber NOT = wNumberWS
                MOVE 1 TO transferScanEndFlag
            END-IF
    END-READ.
EXIT.

startHoldScan.
    *> same positioning as startTransferScan, on the hold key
    MOVE 0 TO holdScanEndFlag
    MOVE wNumberWS TO hm-wNumber
    MOVE LOW-VALUES TO hm-holdType
    START holdsMaster KEY IS NOT LESS THAN hm-holdKey
        INVALID KEY
            MOVE 1 TO holdScanEndFlag
    END-START
    IF holdScanEndFlag = 0
        PERFORM readNextHold
    END-IF
EXIT.

readNextHold.
    READ holdsMaster NEXT RECORD
        AT END
            MOVE 1 TO holdScanEndFlag
        NOT AT END
            IF hm-wNumber NOT = wNumberWS
                MOVE 1 TO holdScanEndFlag
            END-IF
    END-READ.
EXIT.

    PERFORM checkStudentHeld
    PERFORM syncStudentHistory
    PERFORM syncDegreesAwarded

    STRING 'P2Out-' DELIMITED BY SIZE
           wNumberWS DELIMITED BY SIZE
    *> calculatedQtpsTotal is never touched here
    MOVE 0 TO transferPrintedFlag
    MOVE ZERO TO transfer-hours-student
    PERFORM startTransferScan
    PERFORM UNTIL transferScanEndFlag = 1
        IF transferPrintedFlag = 0
            MOVE 1 TO transferPrintedFlag
            WRITE printHeadding FROM transferHeading
        END-IF
        MOVE tc-institution TO transfer-institution-print
        MOVE tc-course TO transfer-course-print
        MOVE tc-classCode TO transfer-classCode-print
        MOVE tc-hours TO transfer-hours-print
        WRITE printStudentName FROM transferDetail
        ADD tc-hours TO transfer-hours-student
        PERFORM readNextTransfer
    END-PERFORM
    IF transferPrintedFlag = 1
        PERFORM writeEmptyLine
    *> REPRINT's refusals, so the counter can see what did not
    *> transmit and why
    MOVE 0 TO studentHeldFlag
    PERFORM startHoldScan
    PERFORM UNTIL holdScanEndFlag = 1
        MOVE 1 TO studentHeldFlag
        MOVE hm-holdType TO holdTypeWS
        PERFORM writeElecHeldDetail
        PERFORM readNextHold
    END-PERFORM
EXIT.

    *> one banner per hold row under the wNumber, before anything
    *> the recipient is meant to see - operations checks page one
    *> of every pulled transcript against the refusal list
    PERFORM startHoldScan
    PERFORM UNTIL holdScanEndFlag = 1
        MOVE hm-holdType TO holdTypeWS
        PERFORM writeOneHoldBanner
        PERFORM readNextHold
    END-PERFORM
EXIT.

    *> under the student's name - a student the master doesn't know
    *> yet prints NOT ON FILE so advising sees the gap instead of a
    *> blank line they might take for formatting
    MOVE wNumberWS TO sm-wNumber
    READ studentMaster RECORD KEY IS sm-wNumber
        INVALID KEY
            MOVE 0 TO demographicFoundFlag
        NOT INVALID KEY
            MOVE 1 TO demographicFoundFlag
    END-READ

    IF demographicFoundFlag = 1
        MOVE sm-major TO major-headder
        MOVE sm-college TO college-headder
    ELSE
        MOVE '(NOT ON FILE)' TO major-headder
        MOVE '(NOT ON FILE)' TO college-headder
EXIT.

closeStudentOutput.
    PERFORM writeDegreesAwarded
    PERFORM writeElecTrailer
    PERFORM writeStudentHistory

    *> both the master and myInput arrive in wNumber order, so this
    *> is a balanced merge: masters below the current student have no
    *> records this run and carry forward unchanged; a master equal
    *> to the current student seeds the cumulative accumulators from
    *> its header and the grade-forgiveness table from its course
    *> records, which is what lets a term run start from this term's
    *> records alone
    PERFORM UNTIL historyHeldFlag = 0 OR sh-wNumber NOT < wNumberWS
        PERFORM carryHistoryForward
    END-PERFORM

    IF historyHeldFlag = 1 AND sh-wNumber = wNumberWS
        IF sh-recordType = 'H'
            PERFORM loadHistoryIntoAccumulators
            PERFORM readStudentHistory
        END-IF
        PERFORM UNTIL historyHeldFlag = 0 OR shc-wNumber NOT = wNumberWS
            PERFORM loadHistoryCourse
            PERFORM readStudentHistory
        END-PERFORM
    END-IF
EXIT.

carryHistoryForward.
    IF sh-recordType = 'H'
        WRITE historyRecordNew FROM historyRecord
    ELSE
        WRITE historyCourseRecordNew FROM historyCourseRecord
    END-IF
    PERFORM readStudentHistory
EXIT.

    MOVE sh-last-term TO priorSemesterTermWS
    MOVE sh-last-semester-gpa TO priorSemesterGpaWS
    MOVE sh-has-terms TO hasPriorTermFlag
EXIT.

loadHistoryCourse.
    *> a student with more attempts on the master than the table
    *> holds can't be carried safely - the attempts past the end
    *> would drop off the new master.  Say so loudly and end the run
    *> RC 8 so the generation is never swapped in
    IF classHistoryCount < 500
        ADD 1 TO classHistoryCount
        MOVE shc-term TO hist-term(classHistoryCount)
        MOVE shc-classCode TO hist-classCode(classHistoryCount)
        MOVE shc-desc TO hist-desc(classHistoryCount)
        MOVE shc-grade TO hist-grade(classHistoryCount)
        MOVE shc-hours TO hist-courseHours(classHistoryCount)
        MOVE shc-gpaHours TO hist-hours(classHistoryCount)
        MOVE shc-qpts TO hist-qpts(classHistoryCount)
        MOVE shc-repeatFlag TO hist-repeatFlag(classHistoryCount)
        MOVE 0 TO hist-postedFlag(classHistoryCount)
    ELSE
        DISPLAY 'P2: *** classHistoryTable full (500) for wNumber '
            shc-wNumber ' - classCode ' shc-classCode ' term '
            shc-term ' DROPPED FROM StudentHistoryNew.dat ***'
        MOVE 8 TO RETURN-CODE
    END-IF
EXIT.

readDegreesAwarded.
    READ degreesAwarded
        AT END
            MOVE 0 TO awardedHeldFlag
        NOT AT END
            MOVE 1 TO awardedHeldFlag
    END-READ.
EXIT.

syncDegreesAwarded.
    *> same balanced walk as syncStudentHistory - degrees for
    *> students ahead of this one are read past, this student's are
    *> held for the DEGREE AWARDED block
    MOVE ZERO TO studentDegreeCount
    PERFORM UNTIL awardedHeldFlag = 0 OR da-wNumber NOT < wNumberWS
        PERFORM readDegreesAwarded
    END-PERFORM

    PERFORM UNTIL awardedHeldFlag = 0 OR da-wNumber NOT = wNumberWS
        PERFORM holdStudentDegree
        PERFORM readDegreesAwarded
    END-PERFORM
EXIT.

holdStudentDegree.
    IF studentDegreeCount < 10
        ADD 1 TO studentDegreeCount
        MOVE da-degree TO deg-degree(studentDegreeCount)
        MOVE da-major TO deg-major(studentDegreeCount)
        MOVE da-conferralTerm TO deg-conferralTerm(studentDegreeCount)
        MOVE da-honors TO deg-honors(studentDegreeCount)
    ELSE
        DISPLAY 'P2: studentDegreeTable full (10) for wNumber '
            wNumberWS ' - degree ' da-degree ' NOT PRINTED'
    END-IF
EXIT.

writeDegreesAwarded.
    *> the DEGREE AWARDED block follows the last term's CUMULATIVE
    *> line - one line per degree, honors alongside
    IF studentDegreeCount > ZERO
        WRITE printHeadding FROM degreeHeading
        PERFORM VARYING studentDegreeIdx FROM 1 BY 1
                UNTIL studentDegreeIdx > studentDegreeCount
            MOVE deg-degree(studentDegreeIdx) TO degree-name-print
            MOVE deg-major(studentDegreeIdx) TO degree-major-print
            MOVE deg-conferralTerm(studentDegreeIdx)
                TO degree-term-print
            MOVE deg-honors(studentDegreeIdx) TO degree-honors-print
            WRITE printStudentName FROM degreeDetail
        END-PERFORM
        PERFORM writeEmptyLine
    END-IF
EXIT.

writeElecStudentRecord.
    *> type 01 opens the student's group - demographics come off the
    *> same header staging writeStudentDemographics just filled, NOT
EXIT.

writeElecTrailerRecords.
    PERFORM startTransferScan
    PERFORM UNTIL transferScanEndFlag = 1
        MOVE '03' TO et3-recordType
        MOVE wNumberWS TO et3-wNumber
        MOVE tc-institution TO et3-institution
        MOVE tc-course TO et3-course
        MOVE tc-classCode TO et3-classCode
        MOVE tc-hours TO et3-hours
        WRITE elecTransferRecord
        PERFORM readNextTransfer
    END-PERFORM

    MOVE '04' TO et4-recordType
    MOVE elecGpaWS TO et4-cumulative-gpa

    WRITE elecTotalsRecord

    *> type 05 per conferred degree, after the totals the degree
    *> was conferred on
    PERFORM VARYING studentDegreeIdx FROM 1 BY 1
            UNTIL studentDegreeIdx > studentDegreeCount
        MOVE '05' TO et5-recordType
        MOVE wNumberWS TO et5-wNumber
        MOVE deg-degree(studentDegreeIdx) TO et5-degree
        MOVE deg-major(studentDegreeIdx) TO et5-major
        MOVE deg-conferralTerm(studentDegreeIdx) TO et5-conferralTerm
        MOVE deg-honors(studentDegreeIdx) TO et5-honors
        WRITE elecDegreeRecord
    END-PERFORM
EXIT.

writeStudentHistory.
    *> snapshot this student's cumulative position onto the new
    *> master so the next term's run can start from it - the header,
    *> then every attempt in the grade-forgiveness table
    MOVE SPACES TO historyRecordNew
    MOVE wNumberWS TO shn-wNumber
    MOVE 'H' TO shn-recordType
    MOVE studentNameWS TO shn-studentName
    MOVE actual-total-hours TO shn-cumulative-hours
    MOVE calculatedQtpsTotal TO shn-cumulative-qpts
    MOVE priorSemesterTermWS TO shn-last-term
    MOVE priorSemesterGpaWS TO shn-last-semester-gpa
    MOVE hasPriorTermFlag TO shn-has-terms
    WRITE historyRecordNew
    PERFORM VARYING historyIdx FROM 1 BY 1
            UNTIL historyIdx > classHistoryCount
        PERFORM writeHistoryCourse
    END-PERFORM
EXIT.

writeHistoryCourse.
    MOVE SPACES TO historyCourseRecordNew
    MOVE wNumberWS TO shnc-wNumber
    MOVE 'C' TO shnc-recordType
    MOVE hist-term(historyIdx) TO shnc-term
    MOVE hist-classCode(historyIdx) TO shnc-classCode
    MOVE hist-desc(historyIdx) TO shnc-desc
    MOVE hist-grade(historyIdx) TO shnc-grade
    MOVE hist-courseHours(historyIdx) TO shnc-hours
    MOVE hist-hours(historyIdx) TO shnc-gpaHours
    MOVE hist-qpts(historyIdx) TO shnc-qpts
    MOVE hist-repeatFlag(historyIdx) TO shnc-repeatFlag
    WRITE historyCourseRecordNew
EXIT.

flushStudentHistory.
    MOVE ZERO TO inprogress-hours
    MOVE ZERO TO earned-semester-hours
    MOVE ZERO TO earned-total-hours
    MOVE ZERO TO withdrawn-semester-hours
    MOVE SPACES TO priorSemesterTermWS
    MOVE ZERO TO priorSemesterGpaWS
    MOVE ZERO TO hasPriorTermFlag
EXIT.

checkRepeatCourse.
    *> grade-forgiveness: find the attempt at this classCode that
    *> still counts (the one not flagged R) so recordCourseHistory
    *> knows which entry to fill once this attempt's hours/qpts are
    *> known.  If this classCode was taken in an earlier term, that
    *> attempt already added its hours/qpts into actual-total-hours/
    *> calculatedQtpsTotal when ITS term closed out - back that
    *> contribution out now and flag it R, so only the latest attempt
    *> counts toward cumulative GPA while the earlier one stays on
    *> the record.  The same classCode in the same term is the same
    *> attempt posted again and is replaced instead.
    *>
    *> this back-out happens regardless of the new attempt's grade, so
    *> a retake that ends in a W forfeits the earlier attempt's earned
    *> builds a transcript-appeals process on top of this assumption
    MOVE 0 TO classHistoryFoundFlag
    MOVE 0 TO classHistoryFoundIdx
    MOVE 0 TO classHistoryRepostFlag
    PERFORM VARYING classHistoryIdx FROM 1 BY 1
            UNTIL classHistoryIdx > classHistoryCount
        IF hist-classCode(classHistoryIdx) = classCode
                AND hist-repeatFlag(classHistoryIdx) NOT = 'R'
                AND classHistoryFoundFlag = 0
            MOVE 1 TO classHistoryFoundFlag
            MOVE classHistoryIdx TO classHistoryFoundIdx
    END-PERFORM

    IF classHistoryFoundFlag = 1
        IF hist-term(classHistoryFoundIdx) = term
            MOVE 1 TO classHistoryRepostFlag
            PERFORM backOutRepostedAttempt
        ELSE
            SUBTRACT hist-hours(classHistoryFoundIdx) FROM actual-total-hours
            SUBTRACT hist-qpts(classHistoryFoundIdx) FROM calculatedQtpsTotal
            MOVE 'R' TO hist-repeatFlag(classHistoryFoundIdx)
        END-IF
    END-IF

    IF classHistoryRepostFlag = 1
        MOVE 0 TO classHistoryFullFlag
    ELSE
        IF classHistoryCount < 500
            ADD 1 TO classHistoryCount
            MOVE classHistoryCount TO classHistoryFoundIdx
            MOVE 0 TO classHistoryFullFlag
        ELSE
            *> a student with more than 500 attempts on one
            *> transcript - flag it instead of writing past the table
            *> and let recordCourseHistory skip this attempt.  The
            *> attempt still posts to the totals but can't go on the
            *> new master, so the run ends RC 8 and the generation
            *> must not be swapped in
            DISPLAY 'P2: *** classHistoryTable full (500) for wNumber '
                wNumberWS ' - classCode ' classCode
                ' NOT RECORDED ON StudentHistoryNew.dat ***'
            MOVE 8 TO RETURN-CODE
            MOVE 1 TO classHistoryFullFlag
        END-IF
    END-IF
EXIT.

backOutRepostedAttempt.
    *> the same course and term posting again replaces the attempt
    *> outright, so every figure it posted comes back out - attempted
    *> and earned included, off the same scale flags calculateQPTS
    *> used for it.  An attempt loaded off the master is already in
    *> the cumulative totals; one posted earlier in this run's term
    *> is still sitting in the semester accumulators
    MOVE hist-grade(classHistoryFoundIdx) TO scaleGradeWS
    MOVE hist-term(classHistoryFoundIdx) TO scaleTermWS
    PERFORM lookupGradeScale
    IF scaleFoundFlag = 0
        MOVE 'Y' TO scaleAttemptedFlag
        MOVE 'Y' TO scaleGpaFlag
    END-IF

    SUBTRACT hist-qpts(classHistoryFoundIdx) FROM calculatedQtpsTotal
    IF hist-postedFlag(classHistoryFoundIdx) = 1
        SUBTRACT hist-hours(classHistoryFoundIdx)
            FROM actual-semester-hours
        SUBTRACT hist-hours(classHistoryFoundIdx)
            FROM calculated-semester-hours
        SUBTRACT hist-hours(classHistoryFoundIdx)
            FROM cumulative-hours-math
        SUBTRACT hist-qpts(classHistoryFoundIdx)
            FROM actual-semester-quality-points
        SUBTRACT hist-qpts(classHistoryFoundIdx)
            FROM semester-quality-points-WS
        IF scaleAttemptedFlag = 'Y'
            SUBTRACT hist-courseHours(classHistoryFoundIdx)
                FROM attempted-semester-hours
            IF hist-grade(classHistoryFoundIdx) = 'W'
                SUBTRACT hist-courseHours(classHistoryFoundIdx)
                    FROM withdrawn-semester-hours
            END-IF
        END-IF
        IF scaleEarnedFlag = 'Y'
            SUBTRACT hist-courseHours(classHistoryFoundIdx)
                FROM earned-semester-hours
        END-IF
    ELSE
        SUBTRACT hist-hours(classHistoryFoundIdx) FROM actual-total-hours
        IF scaleAttemptedFlag = 'Y'
            SUBTRACT hist-courseHours(classHistoryFoundIdx)
                FROM attempted-total-hours
        END-IF
        IF scaleEarnedFlag = 'Y'
            SUBTRACT hist-courseHours(classHistoryFoundIdx)
                FROM earned-total-hours
        END-IF
    END-IF
EXIT.

recordCourseHistory.
    *> now that calculateQPTS has posted this attempt's hours/qpts,
    *> record the attempt whole - it is the one that counts for this
    *> classCode until a later term repeats it
    IF classHistoryFullFlag = 0
        MOVE term TO hist-term(classHistoryFoundIdx)
        MOVE classCode TO hist-classCode(classHistoryFoundIdx)
        MOVE desc TO hist-desc(classHistoryFoundIdx)
        MOVE grade TO hist-grade(classHistoryFoundIdx)
        MOVE hours TO hist-courseHours(classHistoryFoundIdx)
        MOVE contributedHoursWS TO hist-hours(classHistoryFoundIdx)
        MOVE calculatedQtps TO hist-qpts(classHistoryFoundIdx)
        MOVE SPACE TO hist-repeatFlag(classHistoryFoundIdx)
        MOVE 1 TO hist-postedFlag(classHistoryFoundIdx)
    END-IF
EXIT.

    MOVE ZERO TO semester-quality-points-WS
    MOVE ZERO TO attempted-semester-hours
    MOVE ZERO TO earned-semester-hours
    MOVE ZERO TO withdrawn-semester-hours

    *> When 'term' changes update the term and write to file
    PERFORM writeEmptyLine
    MOVE gpa-divisor-hours TO ts-gpa-hours
    MOVE inprogress-hours TO ts-inprogress-hours
    MOVE earned-semester-hours TO ts-semester-earned
    MOVE withdrawn-semester-hours TO ts-semester-withdrawn
    MOVE earned-total-hours TO ts-cumulative-earned
    MOVE priorSemesterTermWS TO ts-prior-term
    MOVE priorSemesterGpaWS TO ts-prior-semester-gpa
EXIT.

hashRecord.
    *> same scale-points-times-hours formula every step hashes with,
    *> valued on the scale in force for the record's own term, so
    *> totals compare across the stream under either scale
    ADD hours TO hashHoursWS
    MOVE grade TO scaleGradeWS
    MOVE term TO scaleTermWS
    PERFORM lookupGradeScale
    IF scaleFoundFlag = 1 AND scaleGpaFlag = 'Y'
        MULTIPLY scalePointsWS BY hours GIVING hashRecordQpts ROUNDED
    ELSE
        MOVE ZERO TO hashRecordQpts
    END-IF
    ADD hashRecordQpts TO hashQptsWS
EXIT.

    *> Every grade must land in exactly one bucket below - a grade that
    *> matches none of them previously fell through with whatever
    *> calculatedQtps was left over from the prior class, corrupting
    *> every GPA printed after it.  The buckets come from the grade
    *> scale in force for the course's term: a GPA grade counts in
    *> hours at its scale points (an F at zero), a non-GPA grade
    *> (W/I/P) is excluded from hours and quality points both.
    MOVE ZERO TO calculatedQtps
    MOVE hours TO courseHoursWS

            ADD courseHoursWS TO inprogress-hours
    ELSE

    MOVE grade TO scaleGradeWS
    MOVE term TO scaleTermWS
    PERFORM lookupGradeScale

    *> a grade code not on the scale in force posts the way an
    *> unrecognized code always has - attempted and charged its hours
    *> at zero quality points.  VALIDATE lists it before the run
    IF scaleFoundFlag = 0
        MOVE 'Y' TO scaleAttemptedFlag
        MOVE 'Y' TO scaleGpaFlag
    END-IF

    *> every completed-or-abandoned hour counts as attempted for SAP
    *> pace - W and F most of all, since dropping them is exactly how
    *> a completion rate gets overstated.  Earned is the other side
    *> of that divide: passing grades and P only.  W hours are only
    *> ever a part of attempted - ENRLSTAT takes them back out of it
    IF scaleAttemptedFlag = 'Y'
        ADD courseHoursWS TO attempted-semester-hours
        IF grade = 'W'
            ADD courseHoursWS TO withdrawn-semester-hours
        END-IF
    END-IF
    IF scaleEarnedFlag = 'Y'
        ADD courseHoursWS TO earned-semester-hours
    END-IF

    IF scaleGpaFlag NOT = 'Y'
            MOVE ZERO TO contributedHoursWS
    ELSE
            MOVE courseHoursWS TO contributedHoursWS
            ADD courseHoursWS TO calculated-semester-hours
            ADD courseHoursWS TO cumulative-hours-math

            MULTIPLY scalePointsWS BY courseHoursWS
                GIVING calculatedQtps ROUNDED

            ADD calculatedQtps TO calculatedQtpsTotal
            ADD calculatedQtps TO actual-semester-quality-points
                DISPLAY WS-LineToBePrinted
    END-READ.
EXIT.

loadGradeScale.
    OPEN INPUT gradeScale
    PERFORM UNTIL gradeScaleEndFlag = 1
        PERFORM readGradeScaleEntry
    END-PERFORM
    CLOSE gradeScale

    *> with no scale on file every grade would value at zero - stop
    *> rather than run the term on it
    IF gradeScaleCount = ZERO
        DISPLAY 'P2: GradeScale.dat is empty - NO GRADES CAN BE'
            ' VALUED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
EXIT.

readGradeScaleEntry.
    READ gradeScale
        AT END
            MOVE 1 TO gradeScaleEndFlag
        NOT AT END
            IF gradeScaleCount < 200
                ADD 1 TO gradeScaleCount
                MOVE gs-effectiveTerm TO scaleTermWS
                PERFORM deriveScaleOrdinal
                MOVE scaleOrdinalWS TO scl-effectiveOrdinal(gradeScaleCount)
                MOVE gs-grade TO scl-grade(gradeScaleCount)
                MOVE gs-qualityPoints TO scl-qualityPoints(gradeScaleCount)
                MOVE gs-attemptedFlag TO scl-attemptedFlag(gradeScaleCount)
                MOVE gs-earnedFlag TO scl-earnedFlag(gradeScaleCount)
                MOVE gs-gpaFlag TO scl-gpaFlag(gradeScaleCount)
            ELSE
                *> a grade that fell off the end of the table would
                *> value at zero on every transcript - stop instead
                DISPLAY 'P2: gradeScaleTable full (200) - RESIZE'
                    ' BEFORE RUNNING'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
    END-READ.
EXIT.

deriveScaleOrdinal.
    MOVE SPACES TO scaleSeasonWS
    MOVE SPACES TO scaleYearTextWS
    UNSTRING scaleTermWS DELIMITED BY SPACE
        INTO scaleSeasonWS scaleYearTextWS
    END-UNSTRING
    IF scaleYearTextWS IS NUMERIC
        MOVE scaleYearTextWS TO scaleYearWS
    ELSE
        MOVE ZERO TO scaleYearWS
    END-IF

    EVALUATE scaleSeasonWS
        WHEN 'Spring'
            MOVE 1 TO scaleSeasonIdxWS
        WHEN 'Summer'
            MOVE 2 TO scaleSeasonIdxWS
        WHEN 'Fall'
            MOVE 3 TO scaleSeasonIdxWS
        WHEN 'Winter'
            MOVE 4 TO scaleSeasonIdxWS
        WHEN OTHER
            *> pinned to the end of its year, same as INCLAPSE - the
            *> index must stay within 1-4 for the ordinal to hold
            MOVE 4 TO scaleSeasonIdxWS
    END-EVALUATE

    MULTIPLY scaleYearWS BY 4 GIVING scaleOrdinalWS
    ADD scaleSeasonIdxWS TO scaleOrdinalWS
EXIT.

lookupGradeScale.
    *> first pass finds the scale in force for scaleTermWS, second
    *> finds scaleGradeWS on that scale
    MOVE 0 TO scaleFoundFlag
    MOVE ZERO TO scaleInForceOrdinal
    MOVE ZERO TO scalePointsWS
    MOVE 'N' TO scaleAttemptedFlag
    MOVE 'N' TO scaleEarnedFlag
    MOVE 'N' TO scaleGpaFlag

    PERFORM deriveScaleOrdinal
    PERFORM VARYING gradeScaleIdx FROM 1 BY 1
            UNTIL gradeScaleIdx > gradeScaleCount
        IF scl-effectiveOrdinal(gradeScaleIdx) NOT > scaleOrdinalWS
                AND scl-effectiveOrdinal(gradeScaleIdx) > scaleInForceOrdinal
            MOVE scl-effectiveOrdinal(gradeScaleIdx) TO scaleInForceOrdinal
        END-IF
    END-PERFORM

    IF scaleInForceOrdinal > ZERO
        PERFORM VARYING gradeScaleIdx FROM 1 BY 1
                UNTIL gradeScaleIdx > gradeScaleCount
            IF scl-effectiveOrdinal(gradeScaleIdx) = scaleInForceOrdinal
                    AND scl-grade(gradeScaleIdx) = scaleGradeWS
                    AND scaleFoundFlag = 0
                MOVE 1 TO scaleFoundFlag
                MOVE scl-qualityPoints(gradeScaleIdx) TO scalePointsWS
                MOVE scl-attemptedFlag(gradeScaleIdx) TO scaleAttemptedFlag
                MOVE scl-earnedFlag(gradeScaleIdx) TO scaleEarnedFlag
                MOVE scl-gpaFlag(gradeScaleIdx) TO scaleGpaFlag
            END-IF
        END-PERFORM
    END-IF
EXIT.
