*> successful appeals) straight to the master instead.  Each
*> transaction on GradeChangeTrans.dat names the student, classCode,
*> term, the grade coming off, the grade going on, and the course
*> hours.  The attempt is found by classCode and term among the
*> student's course records, its contribution is backed out of the
*> cumulative hours/quality points exactly the way P2's
*> checkRepeatCourse backs out a repeat (the course record holds
*> what the attempt contributed, which is what makes that
*> subtraction safe), the new grade is valued off the same
*> GradeScale.dat scale calculateQPTS uses for that term and posted
*> onto the course record, and the corrected master
*> goes to StudentHistoryNew.dat - same old-file/new-file passing P2
*> and STUDENTMAINT use, so an abend mid-write never costs the only
*> copy.  Every student actually corrected lands on
*> ReprintRequest.dat so the next REPRINT run issues the amended
*> transcript.
*>
*> The old grade and hours on the transaction must be exactly the
*> letter grade and hours on the course record - otherwise the
*> instructor and the master disagree about what is being changed.
*> An attempt a later repeat superseded (flagged R) is corrected on
*> its own record but never touches the cumulative totals, since it
*> no longer counts in them.  A transaction that can't be applied -
*> wNumber not on the master, class and term not on the student's
*> history, old grade or hours that don't match, bad new grade -
*> goes to an exception list like STUDENTMAINT's instead of
*> silently corrupting the master.
*>
*> Both the old and the new grade are posted grades, so attempted
*> hours never move here; earned hours move only when the change
*> crosses the scale's earned line (the passing grades and P) in
*> either direction.
*>
*> The incompletes register moves with the grade: applying a change
*> OFF an I retires the matching wNumber/classCode/term entries
*> sitting unswapped, whoever wrote it.
*>
*> A transaction whose course is still on the current P2In.dat is
*> rejected, not applied: the next P2 run replays the extract over
*> the master, so checkRepeatCourse would take the extract's record
*> as the same attempt posted again and replace the corrected one
*> with the OLD grade - the "amended" transcript would be the
*> uncorrected one.  A same-term error is fixed where it lives, in
*> the registrar's extract, with a rerun of the term; this program
*> corrects history the extract no longer carries.
*> on AppliedGradeChanges.dat (raw-extract layout, like
*> LapsedIncompletes.dat) - the registrar REPLACES the matching
*> wNumber/classCode/term record in the archived full extract with
*> it, so a rebuild of the master from the archive carries the
*> correction instead of quietly reverting it.
*>
*> Every applied change is also journaled onto MaintJournal.dat, the
*> permanent maintenance journal STUDENTMAINT and HOLDMAINT append
*> to: the classCode and term as the key, the old and new grade with
*> what each contributed, the run date, and the submitter ID carried
*> on the transaction.  A transaction with no submitter ID is
*> refused - a grade change nobody signed for is the first thing an
*> auditor asks about.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    SELECT OPTIONAL reprintRequest ASSIGN TO "ReprintRequest.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> the permanent maintenance journal - EXTEND (and OPTIONAL for
    *> the first run ever), never rewritten
    SELECT OPTIONAL maintJournal ASSIGN TO "MaintJournal.dat"
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

      FD studentHistory.
          *> layout shared with P2/REPRINT/DEGREEAUDIT/HISTVERIFY/
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

      FD incompleteGrades.
          *> layout shared with P2/INCLAPSE - change them together
              02 term PIC X(11).
              02 classCode PIC X(10).
              02 desc PIC X(28).
              02 grade PIC X(2).
              02 hours PIC 9(1)V99.

      *> same record layout as the registrar's P2InRaw.dat extract -
              02 app-term PIC X(11).
              02 app-classCode PIC X(10).
              02 app-desc PIC X(28).
              02 app-grade PIC X(2).
              02 app-hours PIC 9(1)V99.

      FD gradeChangeTrans.
              02 gc-wNumber PIC X(8).
              02 gc-classCode PIC X(10).
              02 gc-term PIC X(11).
              02 gc-oldGrade PIC X(2).
              02 gc-newGrade PIC X(2).
              02 gc-hours PIC 9(1)V99.
              02 gc-submitterId PIC X(8).

      FD changeExceptionOut.
          01 changeExceptionLine PIC X(90).
          01 requestRecord.
              02 rq-wNumber PIC X(8).

      FD maintJournal.
          *> layout shared with STUDENTMAINT/HOLDMAINT/ARTICMAINT/
          *> JRNLINQ - change them together
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
        01 historyEndFlag PIC 9 VALUE 0.
        01 transEndFlag PIC 9 VALUE 0.
                03 tbl-wNumber PIC X(8).
                03 tbl-classCode PIC X(10).
                03 tbl-term PIC X(11).
                03 tbl-oldGrade PIC X(2).
                03 tbl-newGrade PIC X(2).
                03 tbl-hours PIC 9(1)V99.
                03 tbl-submitterId PIC X(8).
                03 tbl-appliedFlag PIC 9.
                03 tbl-onExtractFlag PIC 9.
        01 changeTransCount PIC 9(3) VALUE ZERO.
        01 changeTransIdx PIC 9(3) VALUE ZERO.

        *> the student being read - the header is held here while the
        *> course records behind it load, since a change to any of
        *> them moves the header's totals; the student's changes are
        *> applied and the whole student written out when the next
        *> header (or end of file) shows the student complete
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

        01 studentCourseTable.
            02 studentCourseEntry OCCURS 500 TIMES.
                03 crs-term PIC X(11).
                03 crs-classCode PIC X(10).
                03 crs-desc PIC X(28).
                03 crs-grade PIC X(2).
                03 crs-hours PIC 9(1)V99.
                03 crs-gpaHours PIC 9(2)V99.
                03 crs-qpts PIC 9(2)V99.
                03 crs-repeatFlag PIC X(1).
        01 studentCourseCount PIC 9(3) VALUE ZERO.

        01 classHistoryIdx PIC 9(3) VALUE ZERO.
        01 classFoundFlag PIC 9 VALUE ZERO.
        01 classFoundIdx PIC 9(3) VALUE ZERO.

        *> what a grade + hours contribute to the cumulative
        *> accumulators, per calculateQPTS's buckets off the grade
        *> scale in force for the transaction's term: a non-GPA grade
        *> (W/I/P) nothing, a GPA grade the hours and its scale
        *> points times hours (an F zero points)
        01 gradeWorkWS PIC X(2).
        01 contribHoursWS PIC 9(2)V99 VALUE ZERO.
        01 contribQptsWS PIC 9(2)V99 VALUE ZERO.
        01 oldContribHoursWS PIC 9(2)V99 VALUE ZERO.
        01 oldContribQptsWS PIC 9(2)V99 VALUE ZERO.

        *> both grades are checked against the scale before anything
        *> is valued; their earned flags decide whether earned hours
        *> move
        01 oldGradeFoundFlag PIC 9 VALUE 0.
        01 newGradeFoundFlag PIC 9 VALUE 0.
        01 oldEarnedFlag PIC X(1).
        01 newEarnedFlag PIC X(1).

        01 reprintWrittenFlag PIC 9 VALUE 0.
        01 appliedCountWS PIC 9(4) VALUE ZERO.
        01 rejectedCountWS PIC 9(4) VALUE ZERO.
        01 pendingSwapFlag PIC 9 VALUE 0.
        01 extractEndFlag PIC 9 VALUE 0.

        01 runDateWS PIC 9(8) VALUE ZERO.
        01 runTimeWS PIC 9(8) VALUE ZERO.

        *> the journal's picture of one side of a change - the grade
        *> and what it contributed to the cumulative totals
        01 gradeImageWS.
            02 FILLER PIC X(6) VALUE 'GRADE '.
            02 gi-grade PIC X(2).
            02 FILLER PIC X(8) VALUE '  HOURS '.
            02 gi-hours PIC Z9.99.
            02 FILLER PIC X(7) VALUE '  QPTS '.
            02 gi-qpts PIC Z9.99.

        *> journal key - the class and term the change applies to
        01 journalKeyWS.
            02 jk-classCode PIC X(10).
            02 jk-term PIC X(11).

        *> the live incompletes register, held whole while the
        *> master streams past - a change off an I retires its
        *> entries (every copy; P2 reruns can append duplicates), a
            02 ce-newGrade PIC X(5).
            02 ce-reason PIC X(40).

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
    ACCEPT runDateWS FROM DATE YYYYMMDD
    ACCEPT runTimeWS FROM TIME
    PERFORM checkPendingSwap
    PERFORM loadGradeScale
    PERFORM loadIncompleteRegister
    PERFORM loadChangeTrans
    PERFORM flagExtractConflicts
    OPEN OUTPUT studentHistoryNew.
    OPEN OUTPUT appliedOut.
    OPEN EXTEND reprintRequest.
    OPEN EXTEND maintJournal.

    PERFORM UNTIL historyEndFlag = 1
        PERFORM readHistoryRecord
    END-PERFORM.

    CLOSE studentHistory, studentHistoryNew, appliedOut,
        reprintRequest, maintJournal.

    PERFORM flagUnmatchedTrans

                MOVE gc-oldGrade TO tbl-oldGrade(changeTransCount)
                MOVE gc-newGrade TO tbl-newGrade(changeTransCount)
                MOVE gc-hours TO tbl-hours(changeTransCount)
                MOVE gc-submitterId TO tbl-submitterId(changeTransCount)
                MOVE 0 TO tbl-appliedFlag(changeTransCount)
                MOVE 0 TO tbl-onExtractFlag(changeTransCount)
            ELSE
    READ studentHistory
        AT END
            MOVE 1 TO historyEndFlag
            IF studentPendingFlag = 1
                PERFORM finishStudent
            END-IF
        NOT AT END
            IF sh-recordType = 'H'
                IF studentPendingFlag = 1
                    PERFORM finishStudent
                END-IF
                MOVE 1 TO studentPendingFlag
                MOVE historyRecord TO heldHeaderWS
                MOVE ZERO TO studentCourseCount
            ELSE
                IF studentPendingFlag = 1 AND shc-wNumber = hh-wNumber
                    PERFORM holdStudentCourse
                ELSE
                    *> a course record with no header ahead of it is
                    *> nothing this step can correct - carry it as is
                    WRITE historyCourseRecordNew FROM historyCourseRecord
                END-IF
            END-IF
    END-READ.
EXIT.

holdStudentCourse.
    IF studentCourseCount < 500
        ADD 1 TO studentCourseCount
        MOVE shc-term TO crs-term(studentCourseCount)
        MOVE shc-classCode TO crs-classCode(studentCourseCount)
        MOVE shc-desc TO crs-desc(studentCourseCount)
        MOVE shc-grade TO crs-grade(studentCourseCount)
        MOVE shc-hours TO crs-hours(studentCourseCount)
        MOVE shc-gpaHours TO crs-gpaHours(studentCourseCount)
        MOVE shc-qpts TO crs-qpts(studentCourseCount)
        MOVE shc-repeatFlag TO crs-repeatFlag(studentCourseCount)
    ELSE
        *> P2 never writes more attempts than this, so anything past
        *> it is a damaged master - stop before the new generation
        *> loses the overflow, and leave it for the operator to
        *> delete rather than swap
        DISPLAY 'GRADECHG: *** studentCourseTable full (500) for wNumber '
            shc-wNumber ' - StudentHistoryNew.dat IS INCOMPLETE,'
            ' DELETE IT BEFORE RERUNNING ***'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
EXIT.

finishStudent.
    *> every change for the held student is applied against the
    *> held records, then the student goes out whole - header first,
    *> course records behind it in their original order
    MOVE 0 TO reprintWrittenFlag
    PERFORM VARYING changeTransIdx FROM 1 BY 1
            UNTIL changeTransIdx > changeTransCount
        IF tbl-wNumber(changeTransIdx) = hh-wNumber
            MOVE 1 TO tbl-appliedFlag(changeTransIdx)
            PERFORM applyGradeChange
        END-IF
    END-PERFORM

    WRITE historyRecordNew FROM heldHeaderWS
    PERFORM VARYING classHistoryIdx FROM 1 BY 1
            UNTIL classHistoryIdx > studentCourseCount
        PERFORM writeStudentCourse
    END-PERFORM
    MOVE 0 TO studentPendingFlag
EXIT.

writeStudentCourse.
    MOVE SPACES TO historyCourseRecordNew
    MOVE hh-wNumber TO shnc-wNumber
    MOVE 'C' TO shnc-recordType
    MOVE crs-term(classHistoryIdx) TO shnc-term
    MOVE crs-classCode(classHistoryIdx) TO shnc-classCode
    MOVE crs-desc(classHistoryIdx) TO shnc-desc
    MOVE crs-grade(classHistoryIdx) TO shnc-grade
    MOVE crs-hours(classHistoryIdx) TO shnc-hours
    MOVE crs-gpaHours(classHistoryIdx) TO shnc-gpaHours
    MOVE crs-qpts(classHistoryIdx) TO shnc-qpts
    MOVE crs-repeatFlag(classHistoryIdx) TO shnc-repeatFlag
    WRITE historyCourseRecordNew
EXIT.

applyGradeChange.
    *> a course still on the current extract rejects outright - see
    *> the header; the correction belongs in the extract, not here
    IF tbl-submitterId(changeTransIdx) = SPACES
        MOVE 'SUBMITTER ID MISSING' TO ce-reason
        PERFORM writeChangeException
    ELSE
        IF tbl-onExtractFlag(changeTransIdx) = 1
            MOVE 'COURSE STILL ON CURRENT P2In EXTRACT' TO ce-reason
            PERFORM writeChangeException
        ELSE
            PERFORM matchAndPostChange
        END-IF
    END-IF
EXIT.

matchAndPostChange.
    *> the attempt is the course record for this classCode in this
    *> term - P2 keeps one per class and term
    MOVE 0 TO classFoundFlag
    MOVE 0 TO classFoundIdx
    PERFORM VARYING classHistoryIdx FROM 1 BY 1
            UNTIL classHistoryIdx > studentCourseCount
        IF crs-classCode(classHistoryIdx) = tbl-classCode(changeTransIdx)
                AND crs-term(classHistoryIdx) = tbl-term(changeTransIdx)
                AND classFoundFlag = 0
            MOVE 1 TO classFoundFlag
            MOVE classHistoryIdx TO classFoundIdx
    END-PERFORM

    IF classFoundFlag = 0
        MOVE 'CLASS/TERM NOT ON STUDENT HISTORY' TO ce-reason
        PERFORM writeChangeException
    ELSE
        *> both grades must be on the scale in force for the
        *> transaction's term BEFORE either is valued - a mistyped
        *> code would otherwise value like an F and post silently
        MOVE tbl-term(changeTransIdx) TO scaleTermWS
        MOVE tbl-newGrade(changeTransIdx) TO scaleGradeWS
        PERFORM lookupGradeScale
        MOVE scaleFoundFlag TO newGradeFoundFlag
        MOVE scaleEarnedFlag TO newEarnedFlag
        MOVE tbl-oldGrade(changeTransIdx) TO scaleGradeWS
        PERFORM lookupGradeScale
        MOVE scaleFoundFlag TO oldGradeFoundFlag
        MOVE scaleEarnedFlag TO oldEarnedFlag

        IF newGradeFoundFlag = 0
            MOVE 'NEW GRADE NOT ON SCALE FOR TERM' TO ce-reason
            PERFORM writeChangeException
        ELSE
        IF oldGradeFoundFlag = 0
            MOVE 'OLD GRADE NOT ON SCALE FOR TERM' TO ce-reason
            PERFORM writeChangeException
        ELSE
            *> the old grade and hours on the card must be what the
            *> course record says, or the instructor and the master
            *> disagree about what is being changed - reject rather
            *> than guess
            IF tbl-oldGrade(changeTransIdx) NOT = crs-grade(classFoundIdx)
                MOVE 'OLD GRADE DOES NOT MATCH HISTORY' TO ce-reason
                PERFORM writeChangeException
            ELSE
            IF tbl-hours(changeTransIdx) NOT = crs-hours(classFoundIdx)
                MOVE 'HOURS DO NOT MATCH HISTORY' TO ce-reason
                PERFORM writeChangeException
            ELSE
                MOVE crs-gpaHours(classFoundIdx) TO oldContribHoursWS
                MOVE crs-qpts(classFoundIdx) TO oldContribQptsWS
                PERFORM postGradeChange
            END-IF
            END-IF
        END-IF
        END-IF
    END-IF
EXIT.

valueGradeContribution.
    *> same buckets as P2's calculateQPTS, off the scale in force for
    *> the transaction's term: a non-GPA grade (W/I/P) contributes
    *> nothing, a GPA grade the hours and its scale points times
    *> hours - an F the hours with zero quality points
    MOVE gradeWorkWS TO scaleGradeWS
    MOVE tbl-term(changeTransIdx) TO scaleTermWS
    PERFORM lookupGradeScale
    IF scaleGpaFlag NOT = 'Y'
        MOVE ZERO TO contribHoursWS
        MOVE ZERO TO contribQptsWS
    ELSE
        MOVE tbl-hours(changeTransIdx) TO contribHoursWS
        MULTIPLY scalePointsWS BY contribHoursWS
            GIVING contribQptsWS ROUNDED
    END-IF
EXIT.

postGradeChange.
    *> back the old attempt's contribution out the way
    *> checkRepeatCourse backs out a repeat, post the new grade, and
    *> leave the course record holding the new grade and contribution
    *> so a later repeat (or another change) backs out the right
    *> amount.  An attempt flagged R was already backed out when its
    *> repeat posted - only its own record changes
    MOVE tbl-newGrade(changeTransIdx) TO gradeWorkWS
    PERFORM valueGradeContribution

    IF crs-repeatFlag(classFoundIdx) NOT = 'R'
        SUBTRACT oldContribHoursWS FROM hh-cumulative-hours
        SUBTRACT oldContribQptsWS FROM hh-cumulative-qpts
        ADD contribHoursWS TO hh-cumulative-hours
        ADD contribQptsWS TO hh-cumulative-qpts
    END-IF
    MOVE tbl-newGrade(changeTransIdx) TO crs-grade(classFoundIdx)
    MOVE contribHoursWS TO crs-gpaHours(classFoundIdx)
    MOVE contribQptsWS TO crs-qpts(classFoundIdx)

    PERFORM writeJournalEntry

    *> earned hours (the SAP pace numerator) move only when the
    *> change crosses the scale's earned line; attempted hours never
    *> move - the attempt happened either way
    IF oldEarnedFlag = 'Y'
        SUBTRACT tbl-hours(changeTransIdx) FROM hh-earned-hours
    END-IF
    IF newEarnedFlag = 'Y'
        ADD tbl-hours(changeTransIdx) TO hh-earned-hours
    END-IF

    *> the incompletes register moves with the grade - a change off

    *> the corrected course record, for the registrar to swap in
    *> place of the old one on the archived full extract so the
    *> archive keeps agreeing with this master.  The title comes off
    *> the course record
    MOVE hh-studentName TO app-studentName
    MOVE hh-wNumber TO app-wNumber
    MOVE tbl-term(changeTransIdx) TO app-term
    MOVE tbl-classCode(changeTransIdx) TO app-classCode
    MOVE crs-desc(classFoundIdx) TO app-desc
    MOVE tbl-newGrade(changeTransIdx) TO app-grade
    MOVE tbl-hours(changeTransIdx) TO app-hours
    WRITE appliedCourse

    IF reprintWrittenFlag = 0
        MOVE 1 TO reprintWrittenFlag
        MOVE hh-wNumber TO rq-wNumber
        WRITE requestRecord
    END-IF
EXIT.
    MOVE 0 TO registerFoundFlag
    PERFORM VARYING registerIdx FROM 1 BY 1
            UNTIL registerIdx > registerCount
        IF reg-wNumber(registerIdx) = hh-wNumber
                AND reg-classCode(registerIdx)
                    = tbl-classCode(changeTransIdx)
                AND reg-term(registerIdx) = tbl-term(changeTransIdx)
        *> somewhere and the registrar needs to chase it) - the
        *> change still applies, but say so
        DISPLAY 'GRADECHG: NO REGISTER ENTRY TO RETIRE FOR wNumber '
            hh-wNumber ' classCode ' tbl-classCode(changeTransIdx)
            ' term ' tbl-term(changeTransIdx)
    END-IF
EXIT.
    MOVE 0 TO registerFoundFlag
    PERFORM VARYING registerIdx FROM 1 BY 1
            UNTIL registerIdx > registerCount
        IF reg-wNumber(registerIdx) = hh-wNumber
                AND reg-classCode(registerIdx)
                    = tbl-classCode(changeTransIdx)
                AND reg-term(registerIdx) = tbl-term(changeTransIdx)
    IF registerFoundFlag = 0
        IF registerCount < 1000
            ADD 1 TO registerCount
            MOVE hh-wNumber TO reg-wNumber(registerCount)
            MOVE tbl-classCode(changeTransIdx)
                TO reg-classCode(registerCount)
            MOVE tbl-term(changeTransIdx) TO reg-term(registerCount)
            MOVE hh-studentName TO reg-studentName(registerCount)
            *> the title comes off the course record, so the F
            *> INCLAPSE lapses it to prints with one
            MOVE crs-desc(classFoundIdx) TO reg-desc(registerCount)
            MOVE tbl-hours(changeTransIdx) TO reg-hours(registerCount)
            MOVE 0 TO reg-removedFlag(registerCount)
            MOVE 1 TO registerChangedFlag
            *> loudly so the registrar tracks it by hand until the
            *> table is resized
            DISPLAY 'GRADECHG: incompleteTable full (1000) - I FOR'
                ' wNumber ' hh-wNumber ' classCode '
                tbl-classCode(changeTransIdx) ' NOT REGISTERED'
        END-IF
    END-IF
    END-PERFORM
EXIT.

writeJournalEntry.
    *> before/after image of the change - the old side from the
    *> contribution just backed out, the new side from the one just
    *> posted
    MOVE runDateWS TO jr-runDate
    MOVE runTimeWS(1:6) TO jr-runTime
    MOVE 'GRADECHG' TO jr-program
    MOVE 'C' TO jr-action
    MOVE hh-wNumber TO jr-wNumber
    MOVE tbl-classCode(changeTransIdx) TO jk-classCode
    MOVE tbl-term(changeTransIdx) TO jk-term
    MOVE journalKeyWS TO jr-key
    MOVE tbl-submitterId(changeTransIdx) TO jr-submitterId

    MOVE tbl-oldGrade(changeTransIdx) TO gi-grade
    MOVE oldContribHoursWS TO gi-hours
    MOVE oldContribQptsWS TO gi-qpts
    MOVE gradeImageWS TO jr-oldValue

    MOVE tbl-newGrade(changeTransIdx) TO gi-grade
    MOVE contribHoursWS TO gi-hours
    MOVE contribQptsWS TO gi-qpts
    MOVE gradeImageWS TO jr-newValue

    WRITE journalRecord
EXIT.

writeChangeException.
    ADD 1 TO rejectedCountWS
    MOVE tbl-wNumber(changeTransIdx) TO ce-wNumber
    MOVE tbl-newGrade(changeTransIdx) TO ce-newGrade
    WRITE changeExceptionLine FROM changeExceptionDetail
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
        DISPLAY 'GRADECHG: GradeScale.dat is empty - NO GRADES CAN BE'
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
                DISPLAY 'GRADECHG: gradeScaleTable full (200) - RESIZE'
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
