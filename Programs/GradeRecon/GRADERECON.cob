IDENTIFICATION DIVISION. PROGRAM-ID. GRADERECON.

*> End-of-term grade-roster reconciliation.  A blank-grade
*> in-progress enrollment rides through P2In.dat untouched, so
*> nothing ever noticed a course that never got its final grade by
*> the deadline - or a final grade posted for a student who was never
*> enrolled in that classCode/term.  This step keeps the term's
*> enrollment snapshot and checks the final-grade extract against it.
*>
*> The term and run mode come from the GradeReconControl.dat control
*> card (term, then mode), the same way INCLAPSE takes its as-of term:
*>   Mode S snapshots: every P2In.dat row for the term - the sorted
*>   extract while the term is still in progress, nearly all of it
*>   blank-grade - is written to EnrollmentSnapshot.dat as the
*>   term's enrollment of record.
*>   Mode R reconciles: once the final-grade extract has come through
*>   P2SORT as P2In.dat, the term's rows on it are matched against
*>   the snapshot on classCode and wNumber, and GradeRecon.dat lists,
*>   course by course:
*>     NO GRADE POSTED        enrolled on the snapshot, still blank
*>                            (or missing altogether) on the extract
*>     GRADED - NOT ENROLLED  a grade on the extract with no
*>                            enrollment on the snapshot
*>     HOURS DIFFER           graded, but not for the hours enrolled
*>   with each course's enrolled/graded/exception counts under it, so
*>   the registrar can chase the departments before transcripts go
*>   out.  A blank-grade row on the extract with no enrollment on the
*>   snapshot (an add after the snapshot was taken) lists as NO GRADE
*>   - ADDED AFTER SNAPSHOT and counts with the missing grades - it
*>   still needs one.  Any exception ends the step with RETURN-CODE 8.
*>
*> Both sides go through one SORT on classCode, wNumber and source
*> (snapshot ahead of extract), so the pairing is a single pass over
*> the sorted rows with a break on classCode.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT reconControl ASSIGN TO "GradeReconControl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT myInput ASSIGN TO "P2In.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> OPTIONAL so a reconcile run with no snapshot taken reads it as
    *> empty and is refused below, instead of abending on OPEN
    SELECT OPTIONAL enrollmentSnapshot ASSIGN TO "EnrollmentSnapshot.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT reconReportOut ASSIGN TO "GradeRecon.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT reconSortWork ASSIGN TO "GradeReconSortWork.dat".

DATA DIVISION.
    FILE SECTION.

      FD reconControl.
          01 reconControlRecord.
              02 grc-term PIC X(11).
              02 grc-mode PIC X(1).

      FD myInput.
          01 course.
              02 studentName PIC X(18).
              02 wNumber PIC X(8).
              02 term PIC X(11).
              02 classCode PIC X(10).
              02 desc PIC X(28).
              02 grade PIC X(2).
              02 hours PIC 9(1)V99.

      FD enrollmentSnapshot.
          01 snapshotRecord.
              02 es-term PIC X(11).
              02 es-classCode PIC X(10).
              02 es-wNumber PIC X(8).
              02 es-studentName PIC X(18).
              02 es-hours PIC 9(1)V99.

      SD reconSortWork.
          *> rs-source E is a snapshot enrollment, G an extract row -
          *> E sorts ahead of G for the same student and course
          01 reconSortRecord.
              02 rs-classCode PIC X(10).
              02 rs-wNumber PIC X(8).
              02 rs-source PIC X(1).
              02 rs-studentName PIC X(18).
              02 rs-grade PIC X(2).
              02 rs-hours PIC 9(1)V99.

      FD reconReportOut.
          01 reconReportLine PIC X(120).

    WORKING-STORAGE SECTION.
        01 fileEndFlag PIC 9 VALUE 0.
        01 sortEndFlag PIC 9 VALUE 0.
        01 runModeWS PIC X(1).
        01 reconTermWS PIC X(11).

        01 snapshotCountWS PIC 9(6) VALUE ZERO.
        01 extractCountWS PIC 9(6) VALUE ZERO.

        *> the course whose rows are streaming out of the sort
        01 firstCourseFlag PIC 9 VALUE 1.
        01 classCodeWS PIC X(10) VALUE SPACES.

        *> a snapshot enrollment waiting for its extract row - the
        *> next row either pairs with it or proves it got no grade
        01 enrolledHeldFlag PIC 9 VALUE 0.
        01 heldWNumber PIC X(8).
        01 heldStudentName PIC X(18).
        01 heldHours PIC 9(1)V99.

        01 courseEnrolledWS PIC 9(5) VALUE ZERO.
        01 courseGradedWS PIC 9(5) VALUE ZERO.
        01 courseNoGradeWS PIC 9(5) VALUE ZERO.
        01 courseNotEnrolledWS PIC 9(5) VALUE ZERO.
        01 courseHoursDifferWS PIC 9(5) VALUE ZERO.

        01 courseCountWS PIC 9(5) VALUE ZERO.
        01 totalEnrolledWS PIC 9(6) VALUE ZERO.
        01 totalGradedWS PIC 9(6) VALUE ZERO.
        01 totalNoGradeWS PIC 9(6) VALUE ZERO.
        01 totalNotEnrolledWS PIC 9(6) VALUE ZERO.
        01 totalHoursDifferWS PIC 9(6) VALUE ZERO.
        01 totalExceptionsWS PIC 9(6) VALUE ZERO.

        01 reconHeading.
            02 FILLER PIC X(66) VALUE
                'GRADE ROSTER RECONCILIATION - ENROLLMENT VS FINAL GRADES FOR TERM '.
            02 rh-term PIC X(11).

        01 courseHeadLine.
            02 FILLER PIC X(8) VALUE 'COURSE: '.
            02 ch-classCode PIC X(12).
            02 FILLER PIC X(6) VALUE 'TERM: '.
            02 ch-term PIC X(11).

        01 reconColHead.
            02 FILLER PIC X(100) VALUE
                '  W-NUMBER  STUDENT NAME        ENROLLED  GRADED  GRADE  EXCEPTION'.

        01 reconDetail.
            02 FILLER PIC X(2) VALUE SPACES.
            02 rd-wNumber PIC X(10).
            02 rd-studentName PIC X(20).
            02 rd-enrolledHours PIC X(4).
            02 FILLER PIC X(6) VALUE SPACES.
            02 rd-gradedHours PIC X(4).
            02 FILLER PIC X(4) VALUE SPACES.
            02 rd-grade PIC X(7).
            02 rd-exception PIC X(32).

        *> hours print blank on the side that has no row
        01 hoursEditWS PIC 9.99.

        01 courseCountLine.
            02 FILLER PIC X(12) VALUE '  ENROLLED: '.
            02 cc-enrolled PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE '  GRADED: '.
            02 cc-graded PIC ZZZZ9.
            02 FILLER PIC X(12) VALUE '  NO GRADE: '.
            02 cc-noGrade PIC ZZZZ9.
            02 FILLER PIC X(16) VALUE '  NOT ENROLLED: '.
            02 cc-notEnrolled PIC ZZZZ9.
            02 FILLER PIC X(16) VALUE '  HOURS DIFFER: '.
            02 cc-hoursDiffer PIC ZZZZ9.

        01 reconTotalHead.
            02 FILLER PIC X(100) VALUE
                'TERM TOTALS'.

        01 reconTotalLine.
            02 FILLER PIC X(9) VALUE 'COURSES: '.
            02 rt-courses PIC ZZZZ9.
            02 FILLER PIC X(12) VALUE '  ENROLLED: '.
            02 rt-enrolled PIC ZZZZZ9.
            02 FILLER PIC X(10) VALUE '  GRADED: '.
            02 rt-graded PIC ZZZZZ9.
            02 FILLER PIC X(12) VALUE '  NO GRADE: '.
            02 rt-noGrade PIC ZZZZZ9.
            02 FILLER PIC X(16) VALUE '  NOT ENROLLED: '.
            02 rt-notEnrolled PIC ZZZZZ9.
            02 FILLER PIC X(16) VALUE '  HOURS DIFFER: '.
            02 rt-hoursDiffer PIC ZZZZZ9.

        01 blankLineWS PIC X(1) VALUE SPACE.

PROCEDURE DIVISION.
    PERFORM readReconControl

    IF runModeWS = 'S'
        PERFORM takeSnapshot
    ELSE
        PERFORM reconcileGrades
    END-IF
STOP RUN.

readReconControl.
    OPEN INPUT reconControl
    READ reconControl
        AT END
            DISPLAY 'GRADERECON: GradeReconControl.dat IS EMPTY - NO TERM'
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE reconControl

    *> a mode typed wrong could snapshot over the enrollment of
    *> record after grades are in - refuse rather than guess
    IF grc-mode NOT = 'S' AND grc-mode NOT = 'R'
        DISPLAY 'GRADERECON: MODE ' grc-mode
            ' NOT S (SNAPSHOT) OR R (RECONCILE) - NOTHING RUN'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF grc-term = SPACES
        DISPLAY 'GRADERECON: GradeReconControl.dat HAS NO TERM'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE grc-mode TO runModeWS
    MOVE grc-term TO reconTermWS
EXIT.

takeSnapshot.
    OPEN INPUT myInput
    OPEN OUTPUT enrollmentSnapshot
    PERFORM UNTIL fileEndFlag = 1
        PERFORM readSnapshotInput
    END-PERFORM
    CLOSE myInput, enrollmentSnapshot

    DISPLAY 'GRADERECON: ' snapshotCountWS ' ENROLLMENT(S) FOR '
        reconTermWS ' SNAPSHOT TO EnrollmentSnapshot.dat'
    IF snapshotCountWS = ZERO
        DISPLAY 'GRADERECON: NO P2In.dat ROWS FOR ' reconTermWS
            ' - CHECK THE CONTROL CARD TERM'
        MOVE 8 TO RETURN-CODE
    END-IF
EXIT.

readSnapshotInput.
    READ myInput
        AT END
            MOVE 1 TO fileEndFlag
        NOT AT END
            IF term = reconTermWS
                MOVE term TO es-term
                MOVE classCode TO es-classCode
                MOVE wNumber TO es-wNumber
                MOVE studentName TO es-studentName
                MOVE hours TO es-hours
                WRITE snapshotRecord
                ADD 1 TO snapshotCountWS
            END-IF
    END-READ.
EXIT.

reconcileGrades.
    OPEN OUTPUT reconReportOut
    MOVE reconTermWS TO rh-term
    WRITE reconReportLine FROM reconHeading

    SORT reconSortWork
        ON ASCENDING KEY rs-classCode
        ON ASCENDING KEY rs-wNumber
        ON ASCENDING KEY rs-source
        INPUT PROCEDURE selectReconRows
        OUTPUT PROCEDURE matchReconRows

    MOVE courseCountWS TO rt-courses
    MOVE totalEnrolledWS TO rt-enrolled
    MOVE totalGradedWS TO rt-graded
    MOVE totalNoGradeWS TO rt-noGrade
    MOVE totalNotEnrolledWS TO rt-notEnrolled
    MOVE totalHoursDifferWS TO rt-hoursDiffer
    WRITE reconReportLine FROM blankLineWS
    WRITE reconReportLine FROM reconTotalHead
    WRITE reconReportLine FROM reconTotalLine
    CLOSE reconReportOut

    DISPLAY 'GRADERECON: ' reconTermWS ' - ' snapshotCountWS
        ' ENROLLMENT(S) ON THE SNAPSHOT, ' extractCountWS
        ' ROW(S) ON P2In.dat'
    DISPLAY 'GRADERECON: ' reconTermWS ' - ' totalNoGradeWS
        ' NO GRADE, ' totalNotEnrolledWS ' NOT ENROLLED, '
        totalHoursDifferWS ' HOURS DIFFER'
    IF snapshotCountWS = ZERO
        *> with nothing to reconcile against, every grade on the
        *> extract would list as never enrolled
        DISPLAY 'GRADERECON: *** NO ENROLLMENT SNAPSHOT FOR '
            reconTermWS ' - RUN MODE S BEFORE THE GRADE DEADLINE ***'
        MOVE 16 TO RETURN-CODE
    ELSE
        IF totalExceptionsWS > ZERO
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
EXIT.

selectReconRows.
    OPEN INPUT enrollmentSnapshot
    PERFORM UNTIL fileEndFlag = 1
        READ enrollmentSnapshot
            AT END
                MOVE 1 TO fileEndFlag
            NOT AT END
                IF es-term = reconTermWS
                    MOVE es-classCode TO rs-classCode
                    MOVE es-wNumber TO rs-wNumber
                    MOVE 'E' TO rs-source
                    MOVE es-studentName TO rs-studentName
                    MOVE SPACES TO rs-grade
                    MOVE es-hours TO rs-hours
                    RELEASE reconSortRecord
                    ADD 1 TO snapshotCountWS
                END-IF
        END-READ
    END-PERFORM
    CLOSE enrollmentSnapshot

    MOVE 0 TO fileEndFlag
    OPEN INPUT myInput
    PERFORM UNTIL fileEndFlag = 1
        READ myInput
            AT END
                MOVE 1 TO fileEndFlag
            NOT AT END
                IF term = reconTermWS
                    MOVE classCode TO rs-classCode
                    MOVE wNumber TO rs-wNumber
                    MOVE 'G' TO rs-source
                    MOVE studentName TO rs-studentName
                    MOVE grade TO rs-grade
                    MOVE hours TO rs-hours
                    RELEASE reconSortRecord
                    ADD 1 TO extractCountWS
                END-IF
        END-READ
    END-PERFORM
    CLOSE myInput
EXIT.

matchReconRows.
    PERFORM UNTIL sortEndFlag = 1
        RETURN reconSortWork
            AT END
                MOVE 1 TO sortEndFlag
                IF firstCourseFlag = 0
                    PERFORM finishCourse
                END-IF
            NOT AT END
                IF firstCourseFlag = 1 OR rs-classCode NOT = classCodeWS
                    IF firstCourseFlag = 0
                        PERFORM finishCourse
                    END-IF
                    PERFORM startCourse
                END-IF
                IF rs-source = 'E'
                    PERFORM matchEnrollment
                ELSE
                    PERFORM matchExtractRow
                END-IF
        END-RETURN
    END-PERFORM
EXIT.

startCourse.
    MOVE rs-classCode TO classCodeWS
    MOVE 0 TO firstCourseFlag
    MOVE 0 TO enrolledHeldFlag
    MOVE ZERO TO courseEnrolledWS
    MOVE ZERO TO courseGradedWS
    MOVE ZERO TO courseNoGradeWS
    MOVE ZERO TO courseNotEnrolledWS
    MOVE ZERO TO courseHoursDifferWS
    ADD 1 TO courseCountWS

    WRITE reconReportLine FROM blankLineWS
    MOVE rs-classCode TO ch-classCode
    MOVE reconTermWS TO ch-term
    WRITE reconReportLine FROM courseHeadLine
    WRITE reconReportLine FROM reconColHead
EXIT.

matchEnrollment.
    *> an enrollment still held when the next one arrives never met
    *> an extract row
    IF enrolledHeldFlag = 1
        PERFORM reportHeldNoGrade
    END-IF
    MOVE 1 TO enrolledHeldFlag
    MOVE rs-wNumber TO heldWNumber
    MOVE rs-studentName TO heldStudentName
    MOVE rs-hours TO heldHours
    ADD 1 TO courseEnrolledWS
EXIT.

matchExtractRow.
    IF enrolledHeldFlag = 1 AND heldWNumber NOT = rs-wNumber
        PERFORM reportHeldNoGrade
    END-IF

    IF rs-grade NOT = SPACES
        ADD 1 TO courseGradedWS
    END-IF

    MOVE SPACES TO reconDetail
    MOVE rs-wNumber TO rd-wNumber
    MOVE rs-studentName TO rd-studentName
    MOVE rs-grade TO rd-grade
    MOVE rs-hours TO hoursEditWS
    MOVE hoursEditWS TO rd-gradedHours

    IF enrolledHeldFlag = 1
        *> the extract row for the held enrollment
        MOVE 0 TO enrolledHeldFlag
        MOVE heldHours TO hoursEditWS
        MOVE hoursEditWS TO rd-enrolledHours
        EVALUATE TRUE
            WHEN rs-grade = SPACES
                MOVE SPACES TO rd-gradedHours
                MOVE 'NO GRADE POSTED' TO rd-exception
                ADD 1 TO courseNoGradeWS
                PERFORM writeReconDetail
            WHEN rs-hours NOT = heldHours
                MOVE 'HOURS DIFFER' TO rd-exception
                ADD 1 TO courseHoursDifferWS
                PERFORM writeReconDetail
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    ELSE
        IF rs-grade = SPACES
            MOVE SPACES TO rd-gradedHours
            MOVE 'NO GRADE - ADDED AFTER SNAPSHOT' TO rd-exception
            ADD 1 TO courseNoGradeWS
        ELSE
            MOVE 'GRADED - NOT ENROLLED' TO rd-exception
            ADD 1 TO courseNotEnrolledWS
        END-IF
        PERFORM writeReconDetail
    END-IF
EXIT.

reportHeldNoGrade.
    *> enrolled on the snapshot, no row at all on the extract
    MOVE 0 TO enrolledHeldFlag
    MOVE SPACES TO reconDetail
    MOVE heldWNumber TO rd-wNumber
    MOVE heldStudentName TO rd-studentName
    MOVE heldHours TO hoursEditWS
    MOVE hoursEditWS TO rd-enrolledHours
    MOVE 'NO GRADE POSTED' TO rd-exception
    ADD 1 TO courseNoGradeWS
    PERFORM writeReconDetail
EXIT.

writeReconDetail.
    ADD 1 TO totalExceptionsWS
    WRITE reconReportLine FROM reconDetail
EXIT.

finishCourse.
    IF enrolledHeldFlag = 1
        PERFORM reportHeldNoGrade
    END-IF

    MOVE courseEnrolledWS TO cc-enrolled
    MOVE courseGradedWS TO cc-graded
    MOVE courseNoGradeWS TO cc-noGrade
    MOVE courseNotEnrolledWS TO cc-notEnrolled
    MOVE courseHoursDifferWS TO cc-hoursDiffer
    WRITE reconReportLine FROM courseCountLine

    ADD courseEnrolledWS TO totalEnrolledWS
    ADD courseGradedWS TO totalGradedWS
    ADD courseNoGradeWS TO totalNoGradeWS
    ADD courseNotEnrolledWS TO totalNotEnrolledWS
    ADD courseHoursDifferWS TO totalHoursDifferWS
EXIT.
