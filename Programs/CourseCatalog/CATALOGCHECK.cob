    SELECT runControl ASSIGN TO "RunControl.dat"
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

      FD catalogExceptionOut.
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
        01 catalogEndFlag PIC 9 VALUE 0.
        01 fileEndFlag PIC 9 VALUE 0.
            02 ce-term PIC X(12).
            02 ce-reason PIC X(56).

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
    PERFORM loadCatalog
    PERFORM loadGradeScale

    OPEN INPUT myInput.
    OPEN OUTPUT catalogExceptionOut.
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

    MOVE term TO ce-term
    WRITE catalogExceptionLine FROM catalogExceptionDetail
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
        DISPLAY 'CATALOGCHECK: GradeScale.dat is empty - NO GRADES CAN BE'
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
                DISPLAY 'CATALOGCHECK: gradeScaleTable full (200) - RESIZE'
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
