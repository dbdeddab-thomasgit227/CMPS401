
*> P2 only ever reports per-student.  This reads the same P2In.dat
*> layout and produces, per classCode, a count of students by grade
*> and total hours attempted/awarded, plus a grand total of quality
*> points and hours across the whole file - the institution-wide
*> view registrar/institutional-research needs each term that today
*> means summing every individual transcript by hand.  Awarded hours
*> are hours for a grade the scale in force for its term counts as
*> both earned and in the GPA (A-D, and their plus/minus forms);
*> attempted hours are every hour on the extract regardless of grade.
*>
*> The grade columns come from GradeScale.dat - one per distinct
*> grade code across every scale on file, in the order the scale
*> lists them, up to 20 - so an A- gets its own count next to the
*> old A-F codes.  A grade not on the scale in force for its term,
*> or past the 20th column, is counted under OTHR.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    SELECT distributionOut ASSIGN TO "P2GradeDist.dat"
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
              02 term PIC X(11).
              02 classCode PIC X(10).
              02 desc PIC X(28).
              02 grade PIC X(2).
              02 hours PIC 9(1)V99.

      FD distributionOut.
          01 distributionLine PIC X(140).

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
        01 classSummaryTable.
            02 classSummaryEntry OCCURS 5000 TIMES.
                03 cls-classCode PIC X(10).
                *> one count per gradeColumnTable entry, plus the
                *> OTHR count in the column after the last of them
                03 cls-gradeCount PIC 9(4) OCCURS 21 TIMES VALUE ZERO.
                03 cls-hoursAttempted PIC 9(5)V99 VALUE ZERO.
                03 cls-hoursAwarded PIC 9(5)V99 VALUE ZERO.

        01 grandTotalHoursAwarded PIC 9(6)V99 VALUE ZERO.
        01 grandTotalQualityPoints PIC 9(6)V99 VALUE ZERO.

        *> the report's grade columns, built from the scale table at
        *> startup
        01 gradeColumnTable.
            02 gradeColumnEntry OCCURS 20 TIMES.
                03 col-grade PIC X(2).
        01 gradeColumnCount PIC 9(2) VALUE ZERO.
        01 gradeColumnIdx PIC 9(2) VALUE ZERO.
        01 gradeColumnFoundIdx PIC 9(2) VALUE ZERO.
        01 otherColumnIdx PIC 9(2) VALUE 21.

        01 distributionHeading.
            02 FILLER PIC X(140) VALUE
                'INSTITUTION-WIDE GRADE DISTRIBUTION AND CREDIT HOURS AWARDED'.

        *> the grade labels are filled in from gradeColumnTable once
        *> the scale is loaded, OTHR after the last of them
        01 distributionColHead.
            02 FILLER PIC X(33) VALUE
                'CLASS-CODE    ATTEMPTED   AWARDED'.
            02 ch-gradeColumn OCCURS 21 TIMES.
                03 ch-pad PIC X(3).
                03 ch-grade PIC X(2).

        01 distributionDetail.
            02 dd-classCode PIC X(14).
            02 dd-hoursAttempted PIC ZZZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 dd-hoursAwarded PIC ZZZZ9.99.
            02 dd-gradeCell OCCURS 21 TIMES.
                03 dd-gradeCount PIC ZZZZ9.

        01 grandTotalDetail.
            02 FILLER PIC X(14) VALUE 'GRAND TOTAL'.
            02 gt-hoursAttempted PIC ZZZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 gt-hoursAwarded PIC ZZZZ9.99.
            02 FILLER PIC X(3) VALUE SPACES.
            02 gt-qualityPoints PIC ZZZZ9.99.

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
    PERFORM buildGradeColumns

    OPEN INPUT myInput.

    PERFORM UNTIL fileEndFlag = 1
EXIT.

summarizeClassRecord.
    ADD hours TO cls-hoursAttempted(classIdx)
    ADD hours TO grandTotalHoursAttempted

    MOVE grade TO scaleGradeWS
    MOVE term TO scaleTermWS
    PERFORM lookupGradeScale

    *> a grade the scale in force doesn't know counts under
    *> OTHR, as does one past the last grade column
    MOVE otherColumnIdx TO gradeColumnFoundIdx
    IF scaleFoundFlag = 1
        PERFORM VARYING gradeColumnIdx FROM 1 BY 1
                UNTIL gradeColumnIdx > gradeColumnCount
            IF col-grade(gradeColumnIdx) = grade
                MOVE gradeColumnIdx TO gradeColumnFoundIdx
            END-IF
        END-PERFORM
    END-IF
    ADD 1 TO cls-gradeCount(classIdx, gradeColumnFoundIdx)

    IF scaleFoundFlag = 1 AND scaleEarnedFlag = 'Y'
            AND scaleGpaFlag = 'Y'
        MULTIPLY scalePointsWS BY hours GIVING gradeQpts ROUNDED
        ADD hours TO cls-hoursAwarded(classIdx)
        ADD hours TO grandTotalHoursAwarded
        ADD gradeQpts TO grandTotalQualityPoints
    END-IF
EXIT.

buildGradeColumns.
    *> one column per distinct grade code on the scale table, in the
    *> order the scale lists them
    PERFORM VARYING gradeScaleIdx FROM 1 BY 1
            UNTIL gradeScaleIdx > gradeScaleCount
        MOVE 0 TO gradeColumnFoundIdx
        PERFORM VARYING gradeColumnIdx FROM 1 BY 1
                UNTIL gradeColumnIdx > gradeColumnCount
            IF col-grade(gradeColumnIdx) = scl-grade(gradeScaleIdx)
                MOVE gradeColumnIdx TO gradeColumnFoundIdx
            END-IF
        END-PERFORM

        IF gradeColumnFoundIdx = 0
            IF gradeColumnCount < 20
                ADD 1 TO gradeColumnCount
                MOVE scl-grade(gradeScaleIdx)
                    TO col-grade(gradeColumnCount)
            ELSE
                DISPLAY 'GRADEDIST: gradeColumnTable full (20) - grade '
                    scl-grade(gradeScaleIdx) ' COUNTED UNDER OTHR'
            END-IF
        END-IF
    END-PERFORM

    PERFORM VARYING gradeColumnIdx FROM 1 BY 1
            UNTIL gradeColumnIdx > 21
        MOVE SPACES TO ch-gradeColumn(gradeColumnIdx)
    END-PERFORM
    PERFORM VARYING gradeColumnIdx FROM 1 BY 1
            UNTIL gradeColumnIdx > gradeColumnCount
        MOVE col-grade(gradeColumnIdx) TO ch-grade(gradeColumnIdx)
    END-PERFORM
    *> OTHR takes the column right after the last grade
    MOVE gradeColumnCount TO otherColumnIdx
    ADD 1 TO otherColumnIdx
    MOVE ' OTHR' TO ch-gradeColumn(otherColumnIdx)
EXIT.

findOrAddClass.

printClassSummary.
    MOVE cls-classCode(classIdx) TO dd-classCode
    MOVE cls-hoursAttempted(classIdx) TO dd-hoursAttempted
    MOVE cls-hoursAwarded(classIdx) TO dd-hoursAwarded
    PERFORM VARYING gradeColumnIdx FROM 1 BY 1
            UNTIL gradeColumnIdx > 21
        MOVE SPACES TO dd-gradeCell(gradeColumnIdx)
    END-PERFORM
    PERFORM VARYING gradeColumnIdx FROM 1 BY 1
            UNTIL gradeColumnIdx > otherColumnIdx
        MOVE cls-gradeCount(classIdx, gradeColumnIdx)
            TO dd-gradeCount(gradeColumnIdx)
    END-PERFORM
    WRITE distributionLine FROM distributionDetail
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
        DISPLAY 'GRADEDIST: GradeScale.dat is empty - NO GRADES CAN BE'
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
                DISPLAY 'GRADEDIST: gradeScaleTable full (200) - RESIZE'
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
