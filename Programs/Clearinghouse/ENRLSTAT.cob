IDENTIFICATION DIVISION. PROGRAM-ID. ENRLSTAT.

*> Enrollment-status reporting for the National Student
*> Clearinghouse.  Full-time/half-time status for loan deferments
*> and insurance verifications used to be hand-keyed every term;
*> the hours are already on the enriched term-break extract
*> P2TermStatsEnriched.dat, so this step classifies every student
*> with a row for the reporting term:
*>     F - full-time              Q - three-quarter time
*>     H - half-time              L - less than half time
*>     W - withdrawn (every hour in the term is a W)
*>     G - graduated (a degree on the degrees-awarded master with a
*>         conferral term of the reporting term)
*> Enrolled hours are the term's attempted hours less its W hours,
*> plus the hours still in progress - so the same step reports a
*> start-of-term submission (nothing graded yet, everything in
*> flight) and an end-of-term one (grades posted).
*>
*> The reporting term, the full/three-quarter/half-time hour floors
*> and the school code come from the EnrollmentControl.dat control
*> card - summer floors are lower than fall and spring, so they are
*> never hard-coded here.  A graduate whose conferral term has no
*> term-break row (conferred after the last enrolled term) is still
*> reported, as G with zero hours.
*>
*> EnrollSubmittedNew.dat is the full fixed-format submission: an H1
*> header (school code, term, run date), a D1 record per student and
*> a T1 trailer carrying the record count and the count in each
*> status.  It is compared against the last submission sent,
*> EnrollSubmitted.dat, and only what changed - a student new to the
*> term, a status that moved, or a student no longer enrolled (sent
*> as W) - goes on EnrollmentChanges.dat in the same format, which is
*> the file the Clearinghouse gets.  The first submission for a term
*> (the last one sent was for another term, or nothing was ever
*> sent) changes everything, so the change file is then the full
*> file.  EnrollmentChangeList.dat lists the changes for the
*> registrar.  FINALIZE swaps EnrollSubmittedNew.dat in as the last
*> submission once the run balances.
*>
*> Run it after STATSJOIN (and after DEGREECONF, when degrees are
*> conferred that cycle) - DegreesAwardedNew.dat is read in
*> preference to DegreesAwarded.dat whenever it holds an unswapped
*> generation.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT enrollmentControl ASSIGN TO "EnrollmentControl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT termStats ASSIGN TO "P2TermStatsEnriched.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> awardsFileName is DegreesAwardedNew.dat when this cycle's
    *> conferrals are still waiting to be swapped, DegreesAwarded.dat
    *> otherwise - OPTIONAL so a shop that has never conferred a
    *> degree reads as empty
    SELECT OPTIONAL degreesAwarded ASSIGN TO DYNAMIC awardsFileName
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> OPTIONAL so the first submission ever compares against nothing
    SELECT OPTIONAL priorSubmission ASSIGN TO "EnrollSubmitted.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT submissionNew ASSIGN TO "EnrollSubmittedNew.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT changeSubmission ASSIGN TO "EnrollmentChanges.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT changeListOut ASSIGN TO "EnrollmentChangeList.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.

      FD enrollmentControl.
          01 controlRecord.
              02 ec-term PIC X(11).
              02 ec-fullTimeHours PIC 9(2)V99.
              02 ec-threeQuarterHours PIC 9(2)V99.
              02 ec-halfTimeHours PIC 9(2)V99.
              02 ec-schoolCode PIC X(8).

      FD termStats.
          *> layout shared with STATSJOIN/HONORROLL/SAPREPORT/
          *> GPATREND/CLASSRANK - change them together
          01 termStatsRecord.
              02 ts-wNumber PIC X(8).
              02 ts-studentName PIC X(18).
              02 ts-term PIC X(11).
              02 ts-semester-hours PIC 9(2)V99.
              02 ts-semester-gpa PIC 9(2)V99.
              02 ts-cumulative-hours PIC 9(5)V99.
              02 ts-cumulative-gpa PIC 9(2)V99.
              02 ts-semester-attempted PIC 9(2)V99.
              02 ts-cumulative-attempted PIC 9(5)V99.
              02 ts-cumulative-qpts PIC 9(5)V99.
              02 ts-gpa-hours PIC 9(5)V99.
              02 ts-inprogress-hours PIC 9(2)V99.
              02 ts-semester-earned PIC 9(2)V99.
              02 ts-cumulative-earned PIC 9(5)V99.
              02 ts-prior-term PIC X(11).
              02 ts-prior-semester-gpa PIC 9(2)V99.
              02 ts-has-prior PIC 9.
              02 ts-semester-withdrawn PIC 9(2)V99.
              02 ts-college PIC X(20).
              02 ts-major PIC X(20).
              02 ts-classification PIC X(2).

      FD degreesAwarded.
          *> layout shared with DEGREECONF/P2/REPRINT - change them
          *> together
          01 degreeAwardRecord.
              02 da-wNumber PIC X(8).
              02 da-studentName PIC X(18).
              02 da-degree PIC X(10).
              02 da-major PIC X(20).
              02 da-conferralTerm PIC X(11).
              02 da-cumulative-hours PIC 9(5)V99.
              02 da-transfer-hours PIC 9(5)V99.
              02 da-cumulative-gpa PIC 9(2)V99.
              02 da-honors PIC X(15).

      *> the submission layout - every record opens with its type, so
      *> the prior file reads back through the one buffer
      FD priorSubmission.
          01 priorHeaderRecord.
              02 ph-recordType PIC X(2).
              02 ph-schoolCode PIC X(8).
              02 ph-term PIC X(11).
              02 ph-runDate PIC 9(8).
              02 FILLER PIC X(50).
          01 priorDetailRecord.
              02 pd-recordType PIC X(2).
              02 pd-wNumber PIC X(8).
              02 pd-studentName PIC X(18).
              02 pd-term PIC X(11).
              02 pd-status PIC X(1).
              02 pd-hours PIC 9(2)V99.
              02 pd-major PIC X(20).
              02 pd-classification PIC X(2).
              02 FILLER PIC X(13).

      FD submissionNew.
          01 submissionHeaderRecord.
              02 sh-recordType PIC X(2).
              02 sh-schoolCode PIC X(8).
              02 sh-term PIC X(11).
              02 sh-runDate PIC 9(8).
              02 FILLER PIC X(50).
          01 submissionDetailRecord.
              02 sd-recordType PIC X(2).
              02 sd-wNumber PIC X(8).
              02 sd-studentName PIC X(18).
              02 sd-term PIC X(11).
              02 sd-status PIC X(1).
              02 sd-hours PIC 9(2)V99.
              02 sd-major PIC X(20).
              02 sd-classification PIC X(2).
              02 FILLER PIC X(13).
          01 submissionTrailerRecord.
              02 st-recordType PIC X(2).
              02 st-detailCount PIC 9(6).
              02 st-fullCount PIC 9(6).
              02 st-threeQuarterCount PIC 9(6).
              02 st-halfCount PIC 9(6).
              02 st-lessThanHalfCount PIC 9(6).
              02 st-withdrawnCount PIC 9(6).
              02 st-graduatedCount PIC 9(6).
              02 FILLER PIC X(35).

      FD changeSubmission.
          01 changeHeaderRecord.
              02 chh-recordType PIC X(2).
              02 chh-schoolCode PIC X(8).
              02 chh-term PIC X(11).
              02 chh-runDate PIC 9(8).
              02 FILLER PIC X(50).
          01 changeDetailRecord.
              02 chd-recordType PIC X(2).
              02 chd-wNumber PIC X(8).
              02 chd-studentName PIC X(18).
              02 chd-term PIC X(11).
              02 chd-status PIC X(1).
              02 chd-hours PIC 9(2)V99.
              02 chd-major PIC X(20).
              02 chd-classification PIC X(2).
              02 FILLER PIC X(13).
          01 changeTrailerRecord.
              02 cht-recordType PIC X(2).
              02 cht-detailCount PIC 9(6).
              02 cht-fullCount PIC 9(6).
              02 cht-threeQuarterCount PIC 9(6).
              02 cht-halfCount PIC 9(6).
              02 cht-lessThanHalfCount PIC 9(6).
              02 cht-withdrawnCount PIC 9(6).
              02 cht-graduatedCount PIC 9(6).
              02 FILLER PIC X(35).

      FD changeListOut.
          01 changeListLine PIC X(100).

    WORKING-STORAGE SECTION.
        01 statsEndFlag PIC 9 VALUE 0.
        01 awardsEndFlag PIC 9 VALUE 0.
        01 priorEndFlag PIC 9 VALUE 0.
        01 awardsFileName PIC X(24) VALUE SPACES.
        01 currentDateWS PIC 9(8) VALUE ZERO.

        *> the last submission sent - only compared against when it
        *> was for this same term
        01 priorTermWS PIC X(11) VALUE SPACES.
        01 priorSameTermFlag PIC 9 VALUE 0.

        01 priorTable.
            02 priorEntry OCCURS 5000 TIMES.
                03 pri-wNumber PIC X(8).
                03 pri-studentName PIC X(18).
                03 pri-status PIC X(1).
                03 pri-major PIC X(20).
                03 pri-classification PIC X(2).
                03 pri-matchedFlag PIC 9.
        01 priorCount PIC 9(4) VALUE ZERO.
        01 priorIdx PIC 9(4) VALUE ZERO.
        01 priorFoundIdx PIC 9(4) VALUE ZERO.

        *> degrees conferred in the reporting term - reportedFlag
        *> marks the graduates a term-break row already reported
        01 graduateTable.
            02 graduateEntry OCCURS 2000 TIMES.
                03 grd-wNumber PIC X(8).
                03 grd-studentName PIC X(18).
                03 grd-major PIC X(20).
                03 grd-reportedFlag PIC 9.
        01 graduateCount PIC 9(4) VALUE ZERO.
        01 graduateIdx PIC 9(4) VALUE ZERO.
        01 graduateFoundIdx PIC 9(4) VALUE ZERO.

        *> the student being classified, whichever file it came from
        01 enrolledHoursWS PIC 9(2)V99 VALUE ZERO.
        01 statusWS PIC X(1) VALUE SPACE.
        01 studentWNumberWS PIC X(8) VALUE SPACES.
        01 studentNameWS PIC X(18) VALUE SPACES.
        01 studentMajorWS PIC X(20) VALUE SPACES.
        01 studentClassWS PIC X(2) VALUE SPACES.
        01 changeReasonWS PIC X(24) VALUE SPACES.
        01 priorStatusWS PIC X(1) VALUE SPACE.

        *> full-file counts by status, then the change-file counts
        01 fullCountsWS.
            02 fc-detail PIC 9(6) VALUE ZERO.
            02 fc-full PIC 9(6) VALUE ZERO.
            02 fc-threeQuarter PIC 9(6) VALUE ZERO.
            02 fc-half PIC 9(6) VALUE ZERO.
            02 fc-lessThanHalf PIC 9(6) VALUE ZERO.
            02 fc-withdrawn PIC 9(6) VALUE ZERO.
            02 fc-graduated PIC 9(6) VALUE ZERO.
        01 changeCountsWS.
            02 cc-detail PIC 9(6) VALUE ZERO.
            02 cc-full PIC 9(6) VALUE ZERO.
            02 cc-threeQuarter PIC 9(6) VALUE ZERO.
            02 cc-half PIC 9(6) VALUE ZERO.
            02 cc-lessThanHalf PIC 9(6) VALUE ZERO.
            02 cc-withdrawn PIC 9(6) VALUE ZERO.
            02 cc-graduated PIC 9(6) VALUE ZERO.

        01 changeListHeading.
            02 FILLER PIC X(44) VALUE
                'CLEARINGHOUSE ENROLLMENT STATUS CHANGES - '.
            02 cl-term PIC X(11).
            02 FILLER PIC X(8) VALUE ' SCHOOL '.
            02 cl-schoolCode PIC X(8).

        01 changeListPriorLine.
            02 FILLER PIC X(24) VALUE 'COMPARED AGAINST:      '.
            02 cl-priorText PIC X(60).

        01 changeListColHead.
            02 FILLER PIC X(100) VALUE
                'W-NUMBER  STUDENT NAME        WAS  NOW   HOURS  CHANGE'.

        01 changeListDetail.
            02 cld-wNumber PIC X(10).
            02 cld-studentName PIC X(20).
            02 cld-priorStatus PIC X(5).
            02 cld-status PIC X(4).
            02 cld-hours PIC Z9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 cld-reason PIC X(24).

        01 changeListTotalLine.
            02 FILLER PIC X(24) VALUE 'STUDENTS REPORTED:     '.
            02 clt-full PIC ZZZZZ9.
            02 FILLER PIC X(22) VALUE '   CHANGES SUBMITTED: '.
            02 clt-changes PIC ZZZZZ9.

        01 blankLine PIC X(1) VALUE SPACE.

PROCEDURE DIVISION.
    ACCEPT currentDateWS FROM DATE YYYYMMDD

    PERFORM readEnrollmentControl
    PERFORM loadGraduates
    PERFORM loadPriorSubmission

    OPEN INPUT termStats
    OPEN OUTPUT submissionNew, changeSubmission, changeListOut

    MOVE SPACES TO submissionHeaderRecord
    MOVE 'H1' TO sh-recordType
    MOVE ec-schoolCode TO sh-schoolCode
    MOVE ec-term TO sh-term
    MOVE currentDateWS TO sh-runDate
    WRITE submissionHeaderRecord
    MOVE SPACES TO changeHeaderRecord
    MOVE 'H1' TO chh-recordType
    MOVE ec-schoolCode TO chh-schoolCode
    MOVE ec-term TO chh-term
    MOVE currentDateWS TO chh-runDate
    WRITE changeHeaderRecord

    MOVE ec-term TO cl-term
    MOVE ec-schoolCode TO cl-schoolCode
    WRITE changeListLine FROM changeListHeading
    IF priorSameTermFlag = 1
        MOVE 'LAST SUBMISSION FOR THE SAME TERM' TO cl-priorText
    ELSE
        MOVE 'NO SUBMISSION YET FOR THIS TERM - FULL FILE SENT'
            TO cl-priorText
    END-IF
    WRITE changeListLine FROM changeListPriorLine
    WRITE changeListLine FROM blankLine
    WRITE changeListLine FROM changeListColHead

    PERFORM UNTIL statsEndFlag = 1
        PERFORM readTermStats
    END-PERFORM

    PERFORM VARYING graduateIdx FROM 1 BY 1
            UNTIL graduateIdx > graduateCount
        IF grd-reportedFlag(graduateIdx) = 0
            PERFORM reportUnenrolledGraduate
        END-IF
    END-PERFORM

    IF priorSameTermFlag = 1
        PERFORM VARYING priorIdx FROM 1 BY 1
                UNTIL priorIdx > priorCount
            IF pri-matchedFlag(priorIdx) = 0
                PERFORM reportNoLongerEnrolled
            END-IF
        END-PERFORM
    END-IF

    PERFORM writeSubmissionTrailers

    CLOSE termStats, submissionNew, changeSubmission, changeListOut

    DISPLAY 'ENRLSTAT: ' fc-detail ' STUDENT(S) REPORTED FOR ' ec-term
        ', ' cc-detail ' CHANGE(S) ON EnrollmentChanges.dat'
STOP RUN.

readEnrollmentControl.
    OPEN INPUT enrollmentControl
    READ enrollmentControl
        AT END
            DISPLAY 'ENRLSTAT: EnrollmentControl.dat IS EMPTY - NO'
                ' REPORTING TERM'
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE enrollmentControl

    *> the floors must step down full > three-quarter > half, or a
    *> student could classify into two statuses at once
    IF ec-term = SPACES OR ec-halfTimeHours = ZERO
            OR ec-threeQuarterHours NOT > ec-halfTimeHours
            OR ec-fullTimeHours NOT > ec-threeQuarterHours
        DISPLAY 'ENRLSTAT: EnrollmentControl.dat TERM OR HOUR FLOORS'
            ' MISSING OR OUT OF ORDER - NOTHING REPORTED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
EXIT.

loadGraduates.
    *> an unswapped new generation holds this cycle's conferrals -
    *> prefer it; an empty or absent one means the master is current
    MOVE 'DegreesAwardedNew.dat' TO awardsFileName
    OPEN INPUT degreesAwarded
    READ degreesAwarded
        AT END
            CLOSE degreesAwarded
            MOVE 'DegreesAwarded.dat' TO awardsFileName
            OPEN INPUT degreesAwarded
            PERFORM readAwardAhead
        NOT AT END
            CONTINUE
    END-READ

    PERFORM UNTIL awardsEndFlag = 1
        PERFORM readAwardRecord
    END-PERFORM
    CLOSE degreesAwarded
EXIT.

readAwardAhead.
    READ degreesAwarded
        AT END
            MOVE 1 TO awardsEndFlag
        NOT AT END
            CONTINUE
    END-READ.
EXIT.

readAwardRecord.
    *> the record in the buffer is current - the probe (or the
    *> previous pass) already read it.  A student with two degrees
    *> the same term is one graduate
    IF da-conferralTerm = ec-term
        MOVE da-wNumber TO studentWNumberWS
        PERFORM findGraduate
        IF graduateFoundIdx = 0
            IF graduateCount < 2000
                ADD 1 TO graduateCount
                MOVE da-wNumber TO grd-wNumber(graduateCount)
                MOVE da-studentName TO grd-studentName(graduateCount)
                MOVE da-major TO grd-major(graduateCount)
                MOVE 0 TO grd-reportedFlag(graduateCount)
            ELSE
                DISPLAY 'ENRLSTAT: graduateTable full (2000) - wNumber '
                    da-wNumber ' NOT REPORTED AS GRADUATED'
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF

    READ degreesAwarded
        AT END
            MOVE 1 TO awardsEndFlag
        NOT AT END
            CONTINUE
    END-READ.
EXIT.

findGraduate.
    MOVE 0 TO graduateFoundIdx
    PERFORM VARYING graduateIdx FROM 1 BY 1
            UNTIL graduateIdx > graduateCount OR graduateFoundIdx > 0
        IF grd-wNumber(graduateIdx) = studentWNumberWS
            MOVE graduateIdx TO graduateFoundIdx
        END-IF
    END-PERFORM
EXIT.

loadPriorSubmission.
    OPEN INPUT priorSubmission
    PERFORM UNTIL priorEndFlag = 1
        PERFORM readPriorRecord
    END-PERFORM
    CLOSE priorSubmission

    IF priorTermWS = ec-term
        MOVE 1 TO priorSameTermFlag
    END-IF
EXIT.

readPriorRecord.
    READ priorSubmission
        AT END
            MOVE 1 TO priorEndFlag
        NOT AT END
            EVALUATE ph-recordType
                WHEN 'H1'
                    MOVE ph-term TO priorTermWS
                WHEN 'D1'
                    IF priorCount < 5000
                        ADD 1 TO priorCount
                        MOVE pd-wNumber TO pri-wNumber(priorCount)
                        MOVE pd-studentName TO pri-studentName(priorCount)
                        MOVE pd-status TO pri-status(priorCount)
                        MOVE pd-major TO pri-major(priorCount)
                        MOVE pd-classification
                            TO pri-classification(priorCount)
                        MOVE 0 TO pri-matchedFlag(priorCount)
                    ELSE
                        *> a student still enrolled just compares as
                        *> new and is sent again, but one who left
                        *> after the prior submission is never
                        *> matched, so never reported withdrawn -
                        *> end RC 8 so the table is resized
                        DISPLAY 'ENRLSTAT: priorTable full (5000) - wNumber '
                            pd-wNumber ' RESENT AS NEW'
                        MOVE 8 TO RETURN-CODE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.
EXIT.

readTermStats.
    READ termStats
        AT END
            MOVE 1 TO statsEndFlag
        NOT AT END
            IF ts-term = ec-term
                PERFORM classifyStudent
            END-IF
    END-READ.
EXIT.

classifyStudent.
    MOVE ts-wNumber TO studentWNumberWS
    MOVE ts-studentName TO studentNameWS
    MOVE ts-major TO studentMajorWS
    MOVE ts-classification TO studentClassWS

    *> attempted hours already include the W hours - take them back
    *> out, then add what is still in flight
    MOVE ts-semester-attempted TO enrolledHoursWS
    IF ts-semester-withdrawn < enrolledHoursWS
        SUBTRACT ts-semester-withdrawn FROM enrolledHoursWS
    ELSE
        MOVE ZERO TO enrolledHoursWS
    END-IF
    ADD ts-inprogress-hours TO enrolledHoursWS

    PERFORM findGraduate
    EVALUATE TRUE
        WHEN graduateFoundIdx > 0
            MOVE 'G' TO statusWS
            MOVE 1 TO grd-reportedFlag(graduateFoundIdx)
        WHEN enrolledHoursWS = ZERO AND ts-semester-withdrawn > ZERO
            MOVE 'W' TO statusWS
        WHEN enrolledHoursWS NOT < ec-fullTimeHours
            MOVE 'F' TO statusWS
        WHEN enrolledHoursWS NOT < ec-threeQuarterHours
            MOVE 'Q' TO statusWS
        WHEN enrolledHoursWS NOT < ec-halfTimeHours
            MOVE 'H' TO statusWS
        WHEN OTHER
            MOVE 'L' TO statusWS
    END-EVALUATE

    PERFORM reportStudent
EXIT.

reportUnenrolledGraduate.
    MOVE grd-wNumber(graduateIdx) TO studentWNumberWS
    MOVE grd-studentName(graduateIdx) TO studentNameWS
    MOVE grd-major(graduateIdx) TO studentMajorWS
    MOVE SPACES TO studentClassWS
    MOVE ZERO TO enrolledHoursWS
    MOVE 'G' TO statusWS
    PERFORM reportStudent
EXIT.

reportStudent.
    *> every student goes on the full file; the change file only
    *> gets a student the last same-term submission didn't carry
    *> at this status
    MOVE SPACES TO submissionDetailRecord
    MOVE 'D1' TO sd-recordType
    MOVE studentWNumberWS TO sd-wNumber
    MOVE studentNameWS TO sd-studentName
    MOVE ec-term TO sd-term
    MOVE statusWS TO sd-status
    MOVE enrolledHoursWS TO sd-hours
    MOVE studentMajorWS TO sd-major
    MOVE studentClassWS TO sd-classification
    WRITE submissionDetailRecord
    ADD 1 TO fc-detail
    EVALUATE statusWS
        WHEN 'F' ADD 1 TO fc-full
        WHEN 'Q' ADD 1 TO fc-threeQuarter
        WHEN 'H' ADD 1 TO fc-half
        WHEN 'L' ADD 1 TO fc-lessThanHalf
        WHEN 'W' ADD 1 TO fc-withdrawn
        WHEN 'G' ADD 1 TO fc-graduated
    END-EVALUATE

    MOVE SPACES TO changeReasonWS
    MOVE SPACE TO priorStatusWS
    IF priorSameTermFlag = 0
        MOVE 'FIRST SUBMISSION' TO changeReasonWS
    ELSE
        MOVE 0 TO priorFoundIdx
        PERFORM VARYING priorIdx FROM 1 BY 1
                UNTIL priorIdx > priorCount OR priorFoundIdx > 0
            IF pri-wNumber(priorIdx) = studentWNumberWS
                    AND pri-matchedFlag(priorIdx) = 0
                MOVE priorIdx TO priorFoundIdx
            END-IF
        END-PERFORM
        IF priorFoundIdx = 0
            MOVE 'NEW THIS TERM' TO changeReasonWS
        ELSE
            MOVE 1 TO pri-matchedFlag(priorFoundIdx)
            MOVE pri-status(priorFoundIdx) TO priorStatusWS
            IF pri-status(priorFoundIdx) NOT = statusWS
                MOVE 'STATUS CHANGED' TO changeReasonWS
            END-IF
        END-IF
    END-IF

    IF changeReasonWS NOT = SPACES
        PERFORM writeChange
    END-IF
EXIT.

reportNoLongerEnrolled.
    *> on the last submission for this term but no longer enrolled -
    *> every course dropped off the registrar's extract, so the
    *> Clearinghouse is told the student withdrew
    MOVE pri-wNumber(priorIdx) TO studentWNumberWS
    MOVE pri-studentName(priorIdx) TO studentNameWS
    MOVE pri-major(priorIdx) TO studentMajorWS
    MOVE pri-classification(priorIdx) TO studentClassWS
    MOVE pri-status(priorIdx) TO priorStatusWS
    MOVE ZERO TO enrolledHoursWS
    MOVE 'W' TO statusWS
    MOVE 'NO LONGER ENROLLED' TO changeReasonWS
    PERFORM writeChange
EXIT.

writeChange.
    MOVE SPACES TO changeDetailRecord
    MOVE 'D1' TO chd-recordType
    MOVE studentWNumberWS TO chd-wNumber
    MOVE studentNameWS TO chd-studentName
    MOVE ec-term TO chd-term
    MOVE statusWS TO chd-status
    MOVE enrolledHoursWS TO chd-hours
    MOVE studentMajorWS TO chd-major
    MOVE studentClassWS TO chd-classification
    WRITE changeDetailRecord
    ADD 1 TO cc-detail
    EVALUATE statusWS
        WHEN 'F' ADD 1 TO cc-full
        WHEN 'Q' ADD 1 TO cc-threeQuarter
        WHEN 'H' ADD 1 TO cc-half
        WHEN 'L' ADD 1 TO cc-lessThanHalf
        WHEN 'W' ADD 1 TO cc-withdrawn
        WHEN 'G' ADD 1 TO cc-graduated
    END-EVALUATE

    MOVE studentWNumberWS TO cld-wNumber
    MOVE studentNameWS TO cld-studentName
    MOVE priorStatusWS TO cld-priorStatus
    MOVE statusWS TO cld-status
    MOVE enrolledHoursWS TO cld-hours
    MOVE changeReasonWS TO cld-reason
    WRITE changeListLine FROM changeListDetail
EXIT.

writeSubmissionTrailers.
    MOVE SPACES TO submissionTrailerRecord
    MOVE 'T1' TO st-recordType
    MOVE fc-detail TO st-detailCount
    MOVE fc-full TO st-fullCount
    MOVE fc-threeQuarter TO st-threeQuarterCount
    MOVE fc-half TO st-halfCount
    MOVE fc-lessThanHalf TO st-lessThanHalfCount
    MOVE fc-withdrawn TO st-withdrawnCount
    MOVE fc-graduated TO st-graduatedCount
    WRITE submissionTrailerRecord

    MOVE SPACES TO changeTrailerRecord
    MOVE 'T1' TO cht-recordType
    MOVE cc-detail TO cht-detailCount
    MOVE cc-full TO cht-fullCount
    MOVE cc-threeQuarter TO cht-threeQuarterCount
    MOVE cc-half TO cht-halfCount
    MOVE cc-lessThanHalf TO cht-lessThanHalfCount
    MOVE cc-withdrawn TO cht-withdrawnCount
    MOVE cc-graduated TO cht-graduatedCount
    WRITE changeTrailerRecord

    WRITE changeListLine FROM blankLine
    MOVE fc-detail TO clt-full
    MOVE cc-detail TO clt-changes
    WRITE changeListLine FROM changeListTotalLine
EXIT.
