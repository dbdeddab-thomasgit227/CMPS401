IDENTIFICATION DIVISION. PROGRAM-ID. DEGREEAUDIT.

*> Graduation-candidate audit for the registrar's commencement cycle.
*> StudentHistory.dat already carries every attempt a student has
*> made - term, classCode, letter grade, and hours, with earlier
*> attempts a repeat superseded flagged R - and StudentMaster.dat
*> carries the major
*> and catalog year - this step walks the two against the degree
*> requirements on DegreeRequirements.dat (one record per required
*> classCode for a major + catalog year, with the minimum hours that
*> ELIGIBLE verdict - replacing the paper checklist the registrar
*> works through with printed transcripts every commencement.
*>
*> A requirement counts as met when the attempt at that classCode
*> that still counts (the one not flagged R) carries at least the
*> required hours AND a grade the GradeScale.dat scale in force for
*> its term marks as earned - the passing letter grades and P alike,
*> so a pass/fail requirement met with a P audits as met.  An F, a
*> W, an I, or a grade not on the scale leaves the requirement
*> outstanding - the audit errs toward making the registrar look,
*> never toward certifying a degree the history can't prove.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    SELECT studentHistory ASSIGN TO "StudentHistory.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> indexed on wNumber - read by key as each student is audited
    SELECT OPTIONAL studentMaster ASSIGN TO "StudentMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS sm-wNumber.
    SELECT degreeRequirements ASSIGN TO "DegreeRequirements.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT auditReportOut ASSIGN TO "GradAudit.dat"
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
          *> layout shared with P2/REPRINT/HISTVERIFY/GRADECHG/
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

      FD studentMaster.
          01 masterRecord.
              02 sm-college PIC X(20).
              02 sm-classification PIC X(2).
              02 sm-catalogYear PIC 9(4).
              02 sm-addressLine1 PIC X(30).
              02 sm-addressLine2 PIC X(30).
              02 sm-city PIC X(20).
              02 sm-state PIC X(2).
              02 sm-zipCode PIC X(10).

      *> one record per required classCode for a major + catalog
      *> year - the registrar keys these once per catalog revision
      FD auditReportOut.
          01 auditReportLine PIC X(110).

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
        01 requirementEndFlag PIC 9 VALUE 0.

        *> the student's demographic master record, read by key the
        *> way P2 reads it for the transcript header - a found record
        *> stays in masterRecord for the audit
        01 demographicFoundFlag PIC 9 VALUE ZERO.

        01 requirementTable.
        01 requirementCount PIC 9(4) VALUE ZERO.
        01 requirementIdx PIC 9(4) VALUE ZERO.

        *> the student being read - the header is held here while the
        *> course records behind it load, and the audit runs when the
        *> next header (or end of file) shows the student complete
        01 auditStudentWS.
            02 aud-wNumber PIC X(8).
            02 aud-studentName PIC X(18).
            02 aud-cumulative-hours PIC 9(5)V99.
            02 aud-cumulative-qpts PIC 9(5)V99.
            02 aud-transfer-hours PIC 9(5)V99.
            02 aud-earned-hours PIC 9(5)V99.
        01 studentPendingFlag PIC 9 VALUE 0.

        01 studentCourseTable.
            02 studentCourseEntry OCCURS 500 TIMES.
                03 crs-term PIC X(11).
                03 crs-classCode PIC X(10).
                03 crs-grade PIC X(2).
                03 crs-hours PIC 9(1)V99.
                03 crs-repeatFlag PIC X(1).
        01 studentCourseCount PIC 9(3) VALUE ZERO.

        01 classHistoryIdx PIC 9(3) VALUE ZERO.
        01 classFoundFlag PIC 9 VALUE ZERO.
        01 classFoundIdx PIC 9(3) VALUE ZERO.
            02 FILLER PIC X(26) VALUE '  GRADUATION CANDIDATES: '.
            02 at-candidates PIC ZZZ9.

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
    PERFORM loadRequirements

    OPEN INPUT studentMaster.
    OPEN INPUT studentHistory.
    OPEN OUTPUT auditReportOut.
    WRITE auditReportLine FROM auditHeading.
    MOVE candidateCountWS TO at-candidates
    WRITE auditReportLine FROM auditTotalLine

    CLOSE studentHistory, studentMaster, auditReportOut.
STOP RUN.

loadRequirements.
    OPEN INPUT degreeRequirements
    PERFORM UNTIL requirementEndFlag = 1
    READ studentHistory
        AT END
            MOVE 1 TO historyEndFlag
            IF studentPendingFlag = 1
                PERFORM auditStudent
            END-IF
        NOT AT END
            IF sh-recordType = 'H'
                IF studentPendingFlag = 1
                    PERFORM auditStudent
                END-IF
                PERFORM holdStudentHeader
            ELSE
                IF studentPendingFlag = 1 AND shc-wNumber = aud-wNumber
                    PERFORM holdStudentCourse
                END-IF
            END-IF
    END-READ.
EXIT.

holdStudentHeader.
    MOVE 1 TO studentPendingFlag
    MOVE ZERO TO studentCourseCount
    MOVE sh-wNumber TO aud-wNumber
    MOVE sh-studentName TO aud-studentName
    MOVE sh-cumulative-hours TO aud-cumulative-hours
    MOVE sh-cumulative-qpts TO aud-cumulative-qpts
    MOVE sh-transfer-hours TO aud-transfer-hours
    MOVE sh-earned-hours TO aud-earned-hours
EXIT.

holdStudentCourse.
    IF studentCourseCount < 500
        ADD 1 TO studentCourseCount
        MOVE shc-term TO crs-term(studentCourseCount)
        MOVE shc-classCode TO crs-classCode(studentCourseCount)
        MOVE shc-grade TO crs-grade(studentCourseCount)
        MOVE shc-hours TO crs-hours(studentCourseCount)
        MOVE shc-repeatFlag TO crs-repeatFlag(studentCourseCount)
    ELSE
        *> an attempt past the end of the table can only leave a
        *> requirement outstanding, which errs the right way - but say
        *> so, so the registrar checks the student by hand
        DISPLAY 'DEGREEAUDIT: studentCourseTable full (500) - wNumber '
            shc-wNumber ' classCode ' shc-classCode ' NOT AUDITED'
    END-IF
EXIT.

auditStudent.
    PERFORM findDemographicEntry

    IF demographicFoundFlag = 0
        MOVE aud-wNumber TO as-wNumber
        MOVE aud-studentName TO as-studentName
        MOVE 'NOT ON STUDENT MASTER - NO AUDIT' TO as-reason
        WRITE auditReportLine FROM studentSkipLine
        WRITE auditReportLine FROM blankLineWS
        MOVE ZERO TO requirementsMet
        MOVE ZERO TO requirementsOutstanding

        MOVE aud-wNumber TO ah-wNumber
        MOVE aud-studentName TO ah-studentName
        MOVE sm-major TO ah-major
        MOVE sm-catalogYear TO ah-catalogYear
        WRITE auditReportLine FROM studentHeadLine

        PERFORM VARYING requirementIdx FROM 1 BY 1
                UNTIL requirementIdx > requirementCount
            IF req-major(requirementIdx) = sm-major
                    AND req-catalogYear(requirementIdx) = sm-catalogYear
                ADD 1 TO requirementsForMajor
                PERFORM checkRequirement
            END-IF
EXIT.

findDemographicEntry.
    MOVE aud-wNumber TO sm-wNumber
    READ studentMaster RECORD KEY IS sm-wNumber
        INVALID KEY
            MOVE 0 TO demographicFoundFlag
        NOT INVALID KEY
            MOVE 1 TO demographicFoundFlag
    END-READ
EXIT.

checkRequirement.
    *> met = the attempt at this classCode that still counts (a
    *> repeat flags every earlier one R) carries at least the
    *> required hours and a grade the scale in force for its term
    *> calls earned - an F charges the hours but earns nothing, and
    *> a P earns the hours without entering the GPA
    MOVE 0 TO classFoundFlag
    MOVE 0 TO classFoundIdx
    PERFORM VARYING classHistoryIdx FROM 1 BY 1
            UNTIL classHistoryIdx > studentCourseCount
        IF crs-classCode(classHistoryIdx) = req-classCode(requirementIdx)
                AND crs-repeatFlag(classHistoryIdx) NOT = 'R'
                AND classFoundFlag = 0
            MOVE 1 TO classFoundFlag
            MOVE classHistoryIdx TO classFoundIdx
        END-IF
    END-PERFORM

    MOVE 'N' TO scaleEarnedFlag
    IF classFoundFlag = 1
        MOVE crs-grade(classFoundIdx) TO scaleGradeWS
        MOVE crs-term(classFoundIdx) TO scaleTermWS
        PERFORM lookupGradeScale
    END-IF

    MOVE req-classCode(requirementIdx) TO rd-classCode
    MOVE req-minHours(requirementIdx) TO rd-minHours

    IF classFoundFlag = 1
            AND crs-hours(classFoundIdx) NOT < req-minHours(requirementIdx)
            AND scaleEarnedFlag = 'Y'
        ADD 1 TO requirementsMet
        MOVE 'MET' TO rd-status
    ELSE
    *> same divide closeOutTerm prints on the CUMULATIVE line -
    *> transfer hours raise earned hours but never entered the
    *> quality points, so they come back out of the divisor
    MOVE aud-cumulative-hours TO gpa-divisor-hours
    SUBTRACT aud-transfer-hours FROM gpa-divisor-hours
    IF gpa-divisor-hours = ZERO
        MOVE ZERO TO cumulative-gpaWS
    ELSE
        DIVIDE aud-cumulative-qpts BY gpa-divisor-hours
            GIVING cumulative-gpaWS
    END-IF

    MOVE aud-earned-hours TO fd-earnedHours
    MOVE cumulative-gpaWS TO fd-cumulativeGpa
    MOVE requirementsMet TO fd-met
    MOVE requirementsForMajor TO fd-total
            OR requirementsOutstanding NOT = ZERO
        MOVE 0 TO studentEligibleFlag
    END-IF
    IF aud-earned-hours < 120.00
        MOVE 0 TO studentEligibleFlag
    END-IF
    IF cumulative-gpaWS < 2.00
    END-IF
    WRITE auditReportLine FROM verdictDetail
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
        DISPLAY 'DEGREEAUDIT: GradeScale.dat is empty - NO GRADES CAN BE'
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
                DISPLAY 'DEGREEAUDIT: gradeScaleTable full (200) - RESIZE'
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
