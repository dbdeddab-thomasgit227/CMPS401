*> was still right - an abend at the wrong moment, a bad manual
*> swap, or a hand-edited record rides forward silently, because
*> P2's syncStudentHistory seeds the cumulative accumulators
*> straight from the master.  The master carries every attempt a
*> student has made as its own course record behind the student's
*> header, so this step replays each student's course records,
*> oldest first, through the same calculateQPTS/checkRepeatCourse
*> math the main pass runs, posts the student's TransferCredits.dat
*> rows the same way, rebuilds the cumulative hours, quality points,
*> and transfer/attempted/earned hours from scratch, and compares
*> them field by field against the header - and each course
*> record's own hours, quality points, and repeat flag against what
*> the replay says that attempt should carry.  Every student whose
*> master disagrees with itself goes on HistoryVerify.dat with both
*> figures, and the step ends with RETURN-CODE 8 so the term-break
*> job stream stops before FINALIZE trusts the master.  Run it each
*> term break before the swap - today the only check is a student
*> disputing their transcript.
*>
*> The math paragraphs below mirror P2's (as REPRINT's do) - a
*> change to calculateQPTS/checkRepeatCourse there belongs here too,
*> or this program will report drift that is really its own.
*> GRADECHG rewrites a course record's grade together with what it
*> contributes, so an applied grade change replays clean.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    *> indexed on wNumber/institution/course - a START on the
    *> wNumber reaches the student's rows
    SELECT OPTIONAL transferCredits ASSIGN TO "TransferCredits.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS tc-transferKey.
    SELECT studentHistory ASSIGN TO "StudentHistory.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT verifyReportOut ASSIGN TO "HistoryVerify.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> the registrar's grade-scale master - every grade code with its
    *> quality points per hour and whether it counts as attempted,
    *> earned, and in the GPA, one scale per effective term
    SELECT gradeScale ASSIGN TO "GradeScale.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.

      FD transferCredits.
          *> layout shared with P2/REPRINT/TRANSEVAL - change
          *> them together
          01 transferRecord.
              02 tc-transferKey.
                  03 tc-wNumber PIC X(8).
                  03 tc-institution PIC X(20).
                  03 tc-course PIC X(10).
              02 tc-classCode PIC X(10).
              02 tc-hours PIC 9(2)V99.

      FD studentHistory.
          *> layout shared with P2/REPRINT/DEGREEAUDIT/GRADECHG/
          *> DEGREECONF/RECLASS - change them together
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

      FD verifyReportOut.
          01 verifyReportLine PIC X(100).

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

        01 wNumberWS PIC X(8).
        01 student-termWS PIC X(11).
        01 historyEndFlag PIC 9 VALUE 0.

        *> the student being verified - the header is held here while
        *> the course records behind it replay, and the comparison
        *> runs when the next header (or end of file) shows the
        *> student complete
        01 heldHeaderWS.
            02 hh-wNumber PIC X(8).
            02 hh-recordType PIC X(1).
            02 hh-studentName PIC X(18).
            02 hh-cumulative-hours PIC 9(5)V99.
            02 hh-cumulative-qpts PIC 9(5)V99.
            02 hh-transfer-hours PIC 9(5)V99.
            02 hh-attempted-hours PIC 9(5)V99.
            02 hh-earned-hours PIC 9(5)V99.
            02 hh-last-term PIC X(11).
            02 hh-last-semester-gpa PIC 9(2)V99.
            02 hh-has-terms PIC 9.
        01 studentPendingFlag PIC 9 VALUE 0.

        *> the attempt being replayed, lifted off its course record
        *> under the same names P2 reads off P2In.dat so the math
        *> paragraphs below stay line-for-line with the main pass
        01 course.
            02 term PIC X(11).
            02 classCode PIC X(10).
            02 grade PIC X(2).
            02 hours PIC 9(1)V99.

        *> set when the per-student scan of TransferCredits.dat runs
        *> past the student's last row (or the student has none)
        01 transferScanEndFlag PIC 9 VALUE 0.

        *> the recomputed cumulative position - same accumulators,
        *> same names, as the main pass
        01 courseHoursWS PIC 9(2)V99 VALUE ZERO.
        01 contributedHoursWS PIC 9(2)V99 VALUE ZERO.

        *> one entry per replayed attempt, in course-record order -
        *> what the master says the attempt contributed and whether
        *> it is flagged R, beside what the replay says (hist-hours/
        *> hist-qpts/hist-repeatFlag, set the way P2 sets them)
        01 classHistoryTable.
            02 classHistoryEntry OCCURS 500 TIMES.
                03 hist-term PIC X(11).
                03 hist-classCode PIC X(10).
                03 hist-hours PIC 9(2)V99.
                03 hist-qpts PIC 9(2)V99.
                03 hist-repeatFlag PIC X(1).
                03 hist-masterHours PIC 9(2)V99.
                03 hist-masterQpts PIC 9(2)V99.
                03 hist-masterFlag PIC X(1).
        01 classHistoryCount PIC 9(3) VALUE ZERO.
        01 classHistoryIdx PIC 9(3) VALUE ZERO.
        01 classHistoryFoundIdx PIC 9(3) VALUE ZERO.

        01 verifyHeading.
            02 FILLER PIC X(100) VALUE
                'HISTORY MASTER VERIFICATION - LIVE MASTER VS RECOMPUTATION FROM ITS OWN COURSE RECORDS'.

        01 verifyColHead.
            02 FILLER PIC X(100) VALUE
            02 FILLER PIC X(22) VALUE '  STUDENTS IN DRIFT: '.
            02 vt-drifted PIC ZZZ9.

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
    PERFORM loadGradeScale

    OPEN INPUT transferCredits.
    OPEN INPUT studentHistory.

    OPEN OUTPUT verifyReportOut.
    WRITE verifyReportLine FROM verifyHeading.
    WRITE verifyReportLine FROM verifyColHead.

    PERFORM UNTIL historyEndFlag = 1
        PERFORM readHistoryRecord
    END-PERFORM.

    MOVE checkedCountWS TO vt-checked
    MOVE driftStudentCountWS TO vt-drifted
    WRITE verifyReportLine FROM verifyTotalLine

    CLOSE studentHistory, transferCredits, verifyReportOut.

    IF driftStudentCountWS = ZERO
        DISPLAY 'HISTVERIFY: MASTER AGREES WITH RECOMPUTATION - '
    END-IF
STOP RUN.

readHistoryRecord.
    READ studentHistory
        AT END
            MOVE 1 TO historyEndFlag
            IF studentPendingFlag = 1
                PERFORM verifyStudent
            END-IF
        NOT AT END
            IF sh-recordType = 'H'
                IF studentPendingFlag = 1
                    PERFORM verifyStudent
                END-IF
                PERFORM startNewStudent
            ELSE
                IF studentPendingFlag = 1 AND shc-wNumber = wNumberWS
                    PERFORM replayCourse
                ELSE
                    PERFORM flagOrphanCourse
                END-IF
            END-IF
    END-READ.
EXIT.

startNewStudent.
    PERFORM resetStudentAccumulators
    MOVE historyRecord TO heldHeaderWS
    MOVE sh-wNumber TO wNumberWS
    MOVE SPACES TO student-termWS
    MOVE 1 TO studentPendingFlag

    PERFORM postTransferCredits
EXIT.

replayCourse.
    MOVE shc-term TO term
    MOVE shc-classCode TO classCode
    MOVE shc-grade TO grade
    MOVE shc-hours TO hours

    IF term NOT = student-termWS
        PERFORM closeOutTerm
        MOVE term TO student-termWS
    END-IF

    *> same per-record sequence as the main pass: every attempt on
    *> the master is a graded one, so each runs repeat-forgiveness,
    *> posts its bucket, and records itself as the latest attempt
    PERFORM checkRepeatCourse
    PERFORM calculateQPTS
    PERFORM recordCourseHistory
EXIT.

flagOrphanCourse.
    *> a course record with no header ahead of it belongs to no
    *> student P2 will ever seed - its own kind of drift
    ADD 1 TO driftStudentCountWS
    MOVE shc-wNumber TO dt-wNumber
    MOVE SPACES TO dt-text
    STRING 'COURSE RECORD WITH NO HEADER: ' DELIMITED BY SIZE
        shc-classCode DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        shc-term DELIMITED BY SIZE
        INTO dt-text
    WRITE verifyReportLine FROM driftTextDetail
EXIT.

postTransferCredits.
    *> a from-scratch rebuild posts the student's whole transfer
    *> position at once - hours into earned/attempted/cumulative,
    *> never into quality points, same as writeTransferCredits
    PERFORM startTransferScan
    PERFORM UNTIL transferScanEndFlag = 1
        ADD tc-hours TO transfer-hours-total
        ADD tc-hours TO actual-total-hours
        ADD tc-hours TO attempted-total-hours
        ADD tc-hours TO earned-total-hours
        PERFORM readNextTransfer
    END-PERFORM
EXIT.

startTransferScan.
    *> same positioning as the main pass: a START on the wNumber with
    *> the rest of the key low lands on the student's first row, or
    *> on the next student's first row when this one has none
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


closeOutTerm.
    *> fold the term into the cumulative position the way the main
    *> pass's closeOutTerm does
    MOVE ZERO TO earned-semester-hours
EXIT.


resetStudentAccumulators.
    MOVE ZERO TO actual-total-hours
    MOVE ZERO TO calculatedQtpsTotal
    MOVE ZERO TO classHistoryFullFlag
EXIT.


checkRepeatCourse.
    *> mirrors P2's checkRepeatCourse - only the latest attempt at a
    *> classCode counts toward the cumulative position, and the
    *> attempt it supersedes is the one P2 flagged R.  The master
    *> holds one attempt per class and term, so every repeat met
    *> here comes from an earlier term
    MOVE 0 TO classHistoryFoundFlag
    MOVE 0 TO classHistoryFoundIdx
    PERFORM VARYING classHistoryIdx FROM 1 BY 1
            UNTIL classHistoryIdx > classHistoryCount
        IF hist-classCode(classHistoryIdx) = classCode
                AND hist-repeatFlag(classHistoryIdx) NOT = 'R'
                AND classHistoryFoundFlag = 0
            MOVE 1 TO classHistoryFoundFlag
            MOVE classHistoryIdx TO classHistoryFoundIdx
    END-PERFORM

    IF classHistoryFoundFlag = 1
        SUBTRACT hist-hours(classHistoryFoundIdx) FROM actual-total-hours
        SUBTRACT hist-qpts(classHistoryFoundIdx) FROM calculatedQtpsTotal
        MOVE 'R' TO hist-repeatFlag(classHistoryFoundIdx)
    END-IF

    IF classHistoryCount < 500
        ADD 1 TO classHistoryCount
        MOVE classHistoryCount TO classHistoryFoundIdx
        MOVE term TO hist-term(classHistoryFoundIdx)
        MOVE classCode TO hist-classCode(classHistoryFoundIdx)
        MOVE shc-gpaHours TO hist-masterHours(classHistoryFoundIdx)
        MOVE shc-qpts TO hist-masterQpts(classHistoryFoundIdx)
        MOVE shc-repeatFlag TO hist-masterFlag(classHistoryFoundIdx)
        MOVE SPACE TO hist-repeatFlag(classHistoryFoundIdx)
        MOVE 0 TO classHistoryFullFlag
    ELSE
        *> more attempts than the table holds - the totals still
        *> rebuild, but this attempt can't be checked on its own,
        *> so the student reports as drift and somebody looks
        DISPLAY 'HISTVERIFY: classHistoryTable full (500) for wNumber '
            wNumberWS ' - classCode ' classCode
            ' NOT CHECKED'
        MOVE 1 TO classHistoryFullFlag
    END-IF
EXIT.

calculateQPTS.
    *> mirrors P2's calculateQPTS buckets, valued from the same grade
    *> scale - only ever reached for a graded record here, since an
    *> in-progress enrollment contributes nothing this program
    *> compares
    MOVE ZERO TO calculatedQtps
    MOVE hours TO courseHoursWS

    MOVE grade TO scaleGradeWS
    MOVE term TO scaleTermWS
    PERFORM lookupGradeScale
    IF scaleFoundFlag = 0
        MOVE 'Y' TO scaleAttemptedFlag
        MOVE 'Y' TO scaleGpaFlag
    END-IF

    IF scaleAttemptedFlag = 'Y'
        ADD courseHoursWS TO attempted-semester-hours
    END-IF
    IF scaleEarnedFlag = 'Y'
        ADD courseHoursWS TO earned-semester-hours
    END-IF

    IF scaleGpaFlag NOT = 'Y'
            MOVE ZERO TO contributedHoursWS
    ELSE
            MOVE courseHoursWS TO contributedHoursWS
            ADD courseHoursWS TO actual-semester-hours

            MULTIPLY scalePointsWS BY courseHoursWS
                GIVING calculatedQtps ROUNDED

            ADD calculatedQtps TO calculatedQtpsTotal
    END-IF
EXIT.


recordCourseHistory.
    IF classHistoryFullFlag = 0
        MOVE contributedHoursWS TO hist-hours(classHistoryFoundIdx)
    END-IF
EXIT.


verifyStudent.
    PERFORM closeOutTerm
    ADD 1 TO checkedCountWS
    MOVE 0 TO studentDriftFlag

    PERFORM compareStudentFields
    PERFORM VARYING classHistoryIdx FROM 1 BY 1
            UNTIL classHistoryIdx > classHistoryCount
        PERFORM compareClassEntry
    END-PERFORM

    IF classHistoryFullFlag = 1
        MOVE 1 TO studentDriftFlag
        MOVE wNumberWS TO dt-wNumber
        MOVE 'MORE THAN 500 ATTEMPTS - NOT ALL COURSE RECORDS CHECKED'
            TO dt-text
        WRITE verifyReportLine FROM driftTextDetail
    END-IF

    IF studentDriftFlag = 1
        ADD 1 TO driftStudentCountWS
    END-IF
    MOVE 0 TO studentPendingFlag
EXIT.

compareStudentFields.
    MOVE hh-cumulative-hours TO compare-masterWS
    MOVE actual-total-hours TO compare-rebuiltWS
    MOVE 'CUMULATIVE HOURS' TO dv-field
    PERFORM compareOneField

    MOVE hh-cumulative-qpts TO compare-masterWS
    MOVE calculatedQtpsTotal TO compare-rebuiltWS
    MOVE 'CUMULATIVE QPTS' TO dv-field
    PERFORM compareOneField

    MOVE hh-transfer-hours TO compare-masterWS
    MOVE transfer-hours-total TO compare-rebuiltWS
    MOVE 'TRANSFER HOURS' TO dv-field
    PERFORM compareOneField

    MOVE hh-attempted-hours TO compare-masterWS
    MOVE attempted-total-hours TO compare-rebuiltWS
    MOVE 'ATTEMPTED HOURS' TO dv-field
    PERFORM compareOneField

    MOVE hh-earned-hours TO compare-masterWS
    MOVE earned-total-hours TO compare-rebuiltWS
    MOVE 'EARNED HOURS' TO dv-field
    PERFORM compareOneField
EXIT.

compareOneField.
    END-IF
EXIT.


compareClassEntry.
    *> each course record against the replay of the same attempt -
    *> the repeat flag first, then what it contributed
    IF hist-masterFlag(classHistoryIdx)
            NOT = hist-repeatFlag(classHistoryIdx)
        MOVE 1 TO studentDriftFlag
        MOVE wNumberWS TO dt-wNumber
        MOVE SPACES TO dt-text
        STRING 'ATTEMPT ' DELIMITED BY SIZE
            hist-classCode(classHistoryIdx) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            hist-term(classHistoryIdx) DELIMITED BY SIZE
            ' REPEAT FLAG: MASTER "' DELIMITED BY SIZE
            hist-masterFlag(classHistoryIdx) DELIMITED BY SIZE
            '" REBUILT "' DELIMITED BY SIZE
            hist-repeatFlag(classHistoryIdx) DELIMITED BY SIZE
            '"' DELIMITED BY SIZE
            INTO dt-text
        WRITE verifyReportLine FROM driftTextDetail
    END-IF

    MOVE hist-masterHours(classHistoryIdx) TO compare-masterWS
    MOVE hist-hours(classHistoryIdx) TO compare-rebuiltWS
    MOVE SPACES TO dv-field
    STRING 'ENTRY ' DELIMITED BY SIZE
        classHistoryIdx DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        hist-classCode(classHistoryIdx) DELIMITED BY SIZE
        ' HRS' DELIMITED BY SIZE
        INTO dv-field
    PERFORM compareOneField

    MOVE hist-masterQpts(classHistoryIdx) TO compare-masterWS
    MOVE hist-qpts(classHistoryIdx) TO compare-rebuiltWS
    MOVE SPACES TO dv-field
    STRING 'ENTRY ' DELIMITED BY SIZE
        classHistoryIdx DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        hist-classCode(classHistoryIdx) DELIMITED BY SIZE
        ' QPT' DELIMITED BY SIZE
        INTO dv-field
    PERFORM compareOneField
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
        DISPLAY 'HISTVERIFY: GradeScale.dat is empty - NO GRADES CAN BE'
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
                DISPLAY 'HISTVERIFY: gradeScaleTable full (200) - RESIZE'
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
