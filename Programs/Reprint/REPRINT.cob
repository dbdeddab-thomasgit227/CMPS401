*> On-demand single-student transcript reprint for the registrar's
*> counter.  Reads the wNumbers to reprint from ReprintRequest.dat
*> (one wNumber per record - a single request or the whole day's
*> list), pulls just those students off the StudentHistory.dat
*> master - every graded attempt the student ever posted, term by
*> term, with its title and letter grade - and produces each
*> transcript with the same headings, demographic line, TRANSFER
*> CREDIT block, term breaks, and SEMESTER/CUMULATIVE math P2
*> prints, replayed from the first attempt.  No extract is read, so
*> a student who left years ago reprints as readily as one enrolled
*> today.  A degree on the
*> degrees-awarded master (DegreesAwarded.dat, posted by DEGREECONF)
*> prints in the same DEGREE AWARDED block P2 prints after the last
*> term.
*>
*> Deliberately touches nothing the main pass owns: no checkpoint,
*> no P2TermStats.dat, no incomplete register, no history rewrite,
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT requestFile ASSIGN TO "ReprintRequest.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT myOutput ASSIGN TO DYNAMIC myOutputFileName
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> the keyed masters are read only for the students on the
    *> request list - StudentMaster by wNumber, TransferCredits by a
    *> START on the wNumber
    SELECT OPTIONAL studentMaster ASSIGN TO "StudentMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS sm-wNumber.
    SELECT OPTIONAL transferCredits ASSIGN TO "TransferCredits.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS tc-transferKey.
    *> read-only here - the reprint is driven off the master but
    *> never writes a new one.  OPTIONAL so a shop with no master yet
    *> simply reprints nothing
    SELECT OPTIONAL studentHistory ASSIGN TO "StudentHistory.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> degrees-awarded master, posted by DEGREECONF - read in step
    *> with the history master (both in wNumber order) for the DEGREE AWARDED
    *> block.  OPTIONAL so a shop with no conferrals yet runs as
    *> before
    SELECT OPTIONAL degreesAwarded ASSIGN TO "DegreesAwarded.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> indexed on wNumber/hold type - a START on the wNumber reaches
    *> every hold the student carries.  OPTIONAL so a shop with no
    *> holds on file prints as before
    SELECT OPTIONAL holdsMaster ASSIGN TO "HoldsMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS hm-holdKey.
    SELECT refusalOut ASSIGN TO "ReprintRefused.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> the registrar's grade-scale master - every grade code with its
    *> quality points per hour and whether it counts as attempted,
    *> earned, and in the GPA, one scale per effective term
    SELECT gradeScale ASSIGN TO "GradeScale.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

      FD toBePrinted.
        01 lineToBePrinted PIC X(130).

      FD requestFile.
          01 requestRecord.
              02 rq-wNumber PIC X(8).
          01 transcript.
              02 classCode-transcript PIC X(14).
              02 desc-transcript PIC X(33).
              02 grade-transcript PIC X(5).
              02 hours-transcript PIC Z(2).99.
              02 FILLER PIC X(10).
              02 qpts-transcript PIC Z(2).99.
              02 sm-college PIC X(20).
              02 sm-classification PIC X(2).
              02 sm-catalogYear PIC 9(4).
              02 sm-addressLine1 PIC X(30).
              02 sm-addressLine2 PIC X(30).
              02 sm-city PIC X(20).
              02 sm-state PIC X(2).
              02 sm-zipCode PIC X(10).

      FD transferCredits.
          *> layout shared with P2/HISTVERIFY/TRANSEVAL - change
          *> them together
          01 transferRecord.
              02 tc-transferKey.
                  03 tc-wNumber PIC X(8).
                  03 tc-institution PIC X(20).
                  03 tc-course PIC X(10).
              02 tc-classCode PIC X(10).
              02 tc-hours PIC 9(2)V99.

      FD studentHistory.
          *> layout shared with P2/DEGREEAUDIT/HISTVERIFY/GRADECHG/
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

      FD degreesAwarded.
          *> layout shared with DEGREECONF/P2 - change them
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
          *> layout shared with HOLDMAINT/P2/DEGREECONF - change them
          *> together
          01 holdRecord.
              02 hm-holdKey.
                  03 hm-wNumber PIC X(8).
                  03 hm-holdType PIC X(1).

      FD refusalOut.
          01 refusalLine PIC X(90).

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
        01 printEndFlag PIC 9 VALUE 0.
        01 firstRead PIC 9 VALUE 1.
        01 WS-LineToBePrinted PIC X(130).
        01 requestedFlag PIC 9 VALUE 0.
        01 reprintedCount PIC 9(3) VALUE ZERO.

        *> the registrar's holds, scanned by key per requested
        *> student - one with any hold row is refused before an
        *> output file ever opens.  Set when the scan runs past the
        *> student's last hold (or the student has none)
        01 holdScanEndFlag PIC 9 VALUE 0.
        01 heldFlag PIC 9 VALUE 0.
        01 refusedCount PIC 9(3) VALUE ZERO.
        01 holdTypeWS PIC X(1).
        01 wNumberWS PIC X(8).
        01 studentNameWS PIC X(18).

        *> the attempt being printed, lifted off its course record
        *> under the same names P2 reads off P2In.dat so the math
        *> paragraphs below stay line-for-line with the main pass
        01 course.
            02 term PIC X(11).
            02 classCode PIC X(10).
            02 desc PIC X(28).
            02 grade PIC X(2).
            02 hours PIC 9(1)V99.

        01 demographicFoundFlag PIC 9 VALUE ZERO.

        01 studentDemographics.
            02 FILLER PIC X(7) VALUE 'MAJOR: '.
            02 FILLER PIC X(9) VALUE 'COLLEGE: '.
            02 college-headder PIC X(20).

        01 transferScanEndFlag PIC 9 VALUE 0.
        01 transferPrintedFlag PIC 9 VALUE 0.

        01 transfer-hours-total PIC 9(5)V99 VALUE ZERO.
            02 transfer-hours-print PIC Z9.99.

        01 historyEndFlag PIC 9 VALUE 0.

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
        01 contributedHoursWS PIC 9(2)V99 VALUE ZERO.

        01 classHistoryTable.
            02 classHistoryEntry OCCURS 500 TIMES.
                03 hist-classCode PIC X(10).
                03 hist-hours PIC 9(2)V99.
                03 hist-qpts PIC 9(2)V99.
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
    PERFORM loadGradeScale
    PERFORM loadRequestList

    OPEN INPUT studentMaster, transferCredits, holdsMaster

    OPEN OUTPUT refusalOut
    WRITE refusalLine FROM refusalHeading
    WRITE refusalLine FROM refusalColHead

    OPEN INPUT degreesAwarded
    PERFORM readDegreesAwarded
    OPEN INPUT studentHistory

    PERFORM UNTIL historyEndFlag = 1
        PERFORM readStudentHistory
    END-PERFORM

    CLOSE studentHistory, refusalOut, degreesAwarded
    CLOSE studentMaster, transferCredits, holdsMaster

    DISPLAY 'REPRINT: ' reprintedCount ' TRANSCRIPT(S) REPRINTED, '
        refusedCount ' REFUSED ON HOLD, OF '
    END-READ.
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

readStudentHistory.
    *> the master drives the run - a header starts the next student,
    *> and a requested student's course records print in the order
    *> P2 posted them, oldest term first
    READ studentHistory
        AT END
            MOVE 1 TO historyEndFlag

            IF firstRead = 0 AND requestedFlag = 1
                PERFORM finishStudent
            END-IF

        NOT AT END
            IF sh-recordType = 'H'
                PERFORM startNewStudent
            ELSE
                IF requestedFlag = 1 AND shc-wNumber = wNumberWS
                    PERFORM printHistoryCourse
                END-IF
            END-IF
    END-READ.
EXIT.

printHistoryCourse.
    MOVE shc-term TO term
    MOVE shc-classCode TO classCode
    MOVE shc-desc TO desc
    MOVE shc-grade TO grade
    MOVE shc-hours TO hours

    if student-termWS IS NOT = term
        IF student-termWS NOT = SPACES
            PERFORM closeOutTerm
        END-IF

        MOVE term to student-termWS
        MOVE term TO printTerm
        WRITE printTerm
    END-IF

    *> every attempt on the master carries a grade - in-progress
    *> enrollments never reach it - so each one runs the same
    *> forgiveness sequence the main pass ran when it posted
    PERFORM checkRepeatCourse
    PERFORM calculateQPTS
    PERFORM recordCourseHistory

    MOVE SPACES TO transcript
    MOVE ZERO to hours-transcript
    MOVE ZERO to qpts-transcript
    MOVE classCode to classCode-transcript
    MOVE desc to desc-transcript
    MOVE grade to grade-transcript
    MOVE hours to hours-transcript
    MOVE calculatedQtps to qpts-transcript

    WRITE transcript
EXIT.

finishStudent.
    *> a student whose master holds transfer work but no attempts
    *> yet has no term open to close
    IF student-termWS NOT = SPACES
        PERFORM closeOutTerm
    END-IF
    PERFORM closeStudentOutput
EXIT.

startNewStudent.
    *> finish the student we were on (only if they were requested and
    *> so had an output file open) before starting the next
    IF firstRead = 0 AND requestedFlag = 1
        PERFORM finishStudent
    END-IF
    IF firstRead = 0
        PERFORM resetStudentAccumulators
    END-IF

    MOVE sh-wNumber TO wNumberWS
    MOVE sh-studentName TO studentNameWS
    MOVE SPACES TO student-termWS

    PERFORM checkRequested
    IF requestedFlag = 1
        PERFORM refuseIfHeld
    END-IF
    PERFORM syncDegreesAwarded

    IF requestedFlag = 1
        ADD 1 TO reprintedCount
        WRITE printHeadding FROM headding2
        PERFORM writeEmptyLine

        MOVE studentNameWS TO studentNameHeadder
        WRITE printStudentName FROM studentNameHeadder
        PERFORM writeStudentDemographics
        WRITE printStudentNumber FROM wNumberWS
        PERFORM writeEmptyLine
        WRITE printSubHeading FROM subHeading
        PERFORM writeEmptyLine

        PERFORM writeTransferCredits
    END-IF

    MOVE 0 to firstRead
    END-PERFORM
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
    *> so the counter sees the whole picture, and the request is
    *> dropped before any output file opens
    MOVE 0 TO heldFlag
    PERFORM startHoldScan
    PERFORM UNTIL holdScanEndFlag = 1
        MOVE 1 TO heldFlag
        MOVE hm-holdType TO holdTypeWS
        PERFORM writeRefusalDetail
        PERFORM readNextHold
    END-PERFORM

    IF heldFlag = 1
EXIT.

writeStudentDemographics.
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
writeTransferCredits.
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
    *> same balanced walk P2's syncStudentHistory does - degrees for
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
        DISPLAY 'REPRINT: studentDegreeTable full (10) for wNumber '
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

closeStudentOutput.
    PERFORM writeDegreesAwarded
    WRITE blankSpace FROM blankSpaceArea
    CLOSE myOutput


checkRepeatCourse.
    *> grade-forgiveness - mirrors P2's checkRepeatCourse so the
    *> reprint shows the same cumulative position the main pass
    *> printed.  The master holds one attempt per classCode and term
    *> (P2 replaces a same-term repost), so replaying it oldest first
    *> only ever meets a repeat from an earlier, already-closed term,
    *> and backing that attempt out here leaves the R flag P2 set on
    *> it nothing further to do
    MOVE 0 TO classHistoryFoundFlag
    MOVE 0 TO classHistoryFoundIdx
    PERFORM VARYING classHistoryIdx FROM 1 BY 1
        SUBTRACT hist-hours(classHistoryFoundIdx) FROM actual-total-hours
        SUBTRACT hist-qpts(classHistoryFoundIdx) FROM calculatedQtpsTotal
    ELSE
        IF classHistoryCount < 500
            ADD 1 TO classHistoryCount
            MOVE classHistoryCount TO classHistoryFoundIdx
            MOVE classCode TO hist-classCode(classHistoryFoundIdx)
            MOVE 0 TO classHistoryFullFlag
        ELSE
            DISPLAY 'REPRINT: classHistoryTable full (500) for wNumber '
                wNumberWS ' - classCode ' classCode
                ' NOT TRACKED FOR GRADE FORGIVENESS'
            MOVE 1 TO classHistoryFullFlag
    WRITE printNewLine FROM printNewLineWS
EXIT.

calculateQPTS.
    *> same bucket-for-bucket math as P2's calculateQPTS, valued from
    *> the same grade scale - a blank grade is a current-term
    *> in-progress enrollment and contributes nothing to hours or
    *> quality points
    MOVE ZERO TO calculatedQtps
    MOVE hours TO courseHoursWS

    IF grade = SPACE
            MOVE ZERO TO contributedHoursWS
    ELSE
        MOVE grade TO scaleGradeWS
        MOVE term TO scaleTermWS
        PERFORM lookupGradeScale
        IF scaleFoundFlag = 0
            MOVE 'Y' TO scaleGpaFlag
        END-IF

        IF scaleGpaFlag NOT = 'Y'
            MOVE ZERO TO contributedHoursWS
        ELSE
            MOVE courseHoursWS TO contributedHoursWS
            ADD courseHoursWS TO actual-semester-hours
            ADD courseHoursWS TO calculated-semester-hours
            ADD courseHoursWS TO cumulative-hours-math

            MULTIPLY scalePointsWS BY courseHoursWS
                GIVING calculatedQtps ROUNDED

            ADD calculatedQtps TO calculatedQtpsTotal
            ADD calculatedQtps TO actual-semester-quality-points
            ADD calculatedQtps TO semester-quality-points-WS
        END-IF
    END-IF
EXIT.

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
        DISPLAY 'REPRINT: GradeScale.dat is empty - NO GRADES CAN BE'
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
                DISPLAY 'REPRINT: gradeScaleTable full (200) - RESIZE'
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
