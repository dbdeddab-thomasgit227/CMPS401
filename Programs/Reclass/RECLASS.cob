IDENTIFICATION DIVISION. PROGRAM-ID. RECLASS.

*> End-of-term reclassification.  sm-classification on
*> StudentMaster.dat only ever moved when somebody keyed a
*> STUDENTMAINT change, so students sat coded FR long after they had
*> the hours for SO - and CLASSRANK and every STATSJOIN breakout by
*> classification inherited the stale code.  This step reads each
*> student's earned hours (transfer hours included - P2 posts them
*> into the same figure) off the StudentHistory master header,
*> derives the classification from the university's hour thresholds
*> on ClassThresholds.dat, and wherever that differs from
*> StudentMaster writes a STUDENTMAINT reclassify (R) transaction to
*> ReclassTrans.dat, submitter RECLASS.  An R transaction carries the
*> new classification and nothing else - STUDENTMAINT leaves the
*> rest of the master record alone - so a major, catalog year or
*> address the registrar changes in the same cycle is never put back
*> to what it was when this step ran.
*>
*> ClassThresholds.dat holds one record per classification with the
*> fewest earned hours that reach it (e.g. FR 0, SO 30, JR 60,
*> SR 90); a student takes the highest classification whose floor
*> the earned hours meet.  Only FR/SO/JR/SR are accepted - the codes
*> STUDENTMAINT accepts - and a control file with anything else on
*> it, or nothing at all, stops the step before a transaction is
*> written.
*>
*> Run it in the term-break stream after P2: like DEGREECONF it reads
*> StudentHistoryNew.dat whenever that holds an unswapped generation,
*> StudentHistory.dat otherwise.  ReclassReport.dat lists every
*> student reclassified (old and new class, earned hours) and every
*> student the history knows but StudentMaster doesn't.  The
*> registrar reviews the report, then ReclassTrans.dat goes onto
*> StudentMasterTrans.dat for the STUDENTMAINT run - so the changes
*> are journaled like any other - ahead of BALANCE and the FINALIZE
*> swap.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    *> historyFileName is StudentHistoryNew.dat when this cycle's
    *> generation is still waiting to be swapped, StudentHistory.dat
    *> otherwise - OPTIONAL so the probe of an absent new generation
    *> reads as empty
    SELECT OPTIONAL studentHistory ASSIGN TO DYNAMIC historyFileName
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> indexed on wNumber - read by key for each history header
    SELECT OPTIONAL studentMaster ASSIGN TO "StudentMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS sm-wNumber.
    SELECT classThresholds ASSIGN TO "ClassThresholds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT reclassTransOut ASSIGN TO "ReclassTrans.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT reclassReportOut ASSIGN TO "ReclassReport.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.

      FD studentHistory.
          *> layout shared with P2/REPRINT/DEGREEAUDIT/GRADECHG/
          *> HISTVERIFY/DEGREECONF - change them together.  Only the
          *> 'H' header records are read here; the course records
          *> behind each one are read past
          01 historyRecord.
              02 sh-wNumber PIC X(8).
              02 sh-recordType PIC X(1).
              02 sh-studentName PIC X(18).
              02 sh-cumulative-hours PIC 9(5)V99.
              02 sh-cumulative-qpts PIC 9(5)V99.
              02 sh-transfer-hours PIC 9(5)V99.
              02 sh-attempted-hours PIC 9(5)V99.
              02 sh-earned-hours PIC 9(5)V99.
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
              02 sm-wNumber PIC X(8).
              02 sm-major PIC X(20).
              02 sm-college PIC X(20).
              02 sm-classification PIC X(2).
              02 sm-catalogYear PIC 9(4).
              02 sm-addressLine1 PIC X(30).
              02 sm-addressLine2 PIC X(30).
              02 sm-city PIC X(20).
              02 sm-state PIC X(2).
              02 sm-zipCode PIC X(10).

      FD classThresholds.
          01 thresholdRecord.
              02 ct-classification PIC X(2).
              02 ct-minHours PIC 9(3)V99.

      FD reclassTransOut.
          *> STUDENTMAINT's StudentMasterTrans.dat layout - change
          *> them together.  Only tr-action (R), tr-wNumber,
          *> tr-classification and tr-submitterId are filled in; the
          *> rest is blank and STUDENTMAINT ignores it on an R
          01 reclassTransRecord.
              02 tr-action PIC X(1).
              02 tr-wNumber PIC X(8).
              02 tr-major PIC X(20).
              02 tr-college PIC X(20).
              02 tr-classification PIC X(2).
              02 tr-catalogYear PIC 9(4).
              02 tr-addressLine1 PIC X(30).
              02 tr-addressLine2 PIC X(30).
              02 tr-city PIC X(20).
              02 tr-state PIC X(2).
              02 tr-zipCode PIC X(10).
              02 tr-submitterId PIC X(8).

      FD reclassReportOut.
          01 reclassReportLine PIC X(90).

    WORKING-STORAGE SECTION.
        01 historyEndFlag PIC 9 VALUE 0.
        01 thresholdEndFlag PIC 9 VALUE 0.
        01 historyFileName PIC X(24) VALUE SPACES.

        *> the university's hour floors, one per classification
        01 thresholdTable.
            02 thresholdEntry OCCURS 10 TIMES.
                03 thr-classification PIC X(2).
                03 thr-minHours PIC 9(3)V99.
        01 thresholdCount PIC 9(2) VALUE ZERO.
        01 thresholdIdx PIC 9(2) VALUE ZERO.
        01 thresholdBadFlag PIC 9 VALUE 0.

        *> the classification the student's earned hours reach - the
        *> highest floor met wins, whatever order the control file is
        *> keyed in
        01 derivedClassWS PIC X(2) VALUE SPACES.
        01 derivedMinHoursWS PIC 9(3)V99 VALUE ZERO.
        01 demographicFoundFlag PIC 9 VALUE 0.

        01 checkedCountWS PIC 9(6) VALUE ZERO.
        01 changedCountWS PIC 9(6) VALUE ZERO.
        01 notOnMasterCountWS PIC 9(6) VALUE ZERO.
        01 belowFloorCountWS PIC 9(6) VALUE ZERO.

        01 reclassHeading.
            02 FILLER PIC X(90) VALUE
                'END-OF-TERM RECLASSIFICATION - CHANGES WRITTEN TO ReclassTrans.dat FOR REVIEW'.

        01 reclassColHead.
            02 FILLER PIC X(90) VALUE
                'W-NUMBER  STUDENT NAME        EARNED HRS  OLD  NEW  NOTE'.

        01 reclassDetail.
            02 rd-wNumber PIC X(10).
            02 rd-studentName PIC X(20).
            02 rd-earnedHours PIC ZZZZ9.99.
            02 FILLER PIC X(4) VALUE SPACES.
            02 rd-oldClass PIC X(5).
            02 rd-newClass PIC X(5).
            02 rd-note PIC X(36).

        01 reclassTotalLine.
            02 FILLER PIC X(18) VALUE 'STUDENTS CHECKED: '.
            02 rt-checked PIC ZZZZZ9.
            02 FILLER PIC X(16) VALUE '  RECLASSIFIED: '.
            02 rt-changed PIC ZZZZZ9.
            02 FILLER PIC X(17) VALUE '  NOT ON MASTER: '.
            02 rt-notOnMaster PIC ZZZZZ9.
            02 FILLER PIC X(15) VALUE '  BELOW FLOOR: '.
            02 rt-belowFloor PIC ZZZZZ9.

        01 blankLineWS PIC X(1) VALUE SPACE.

PROCEDURE DIVISION.
    PERFORM loadThresholds

    *> a control file STUDENTMAINT would reject transactions from,
    *> or none at all, would reclassify the whole master wrong -
    *> stop before anything is written
    IF thresholdBadFlag = 1 OR thresholdCount = ZERO
        DISPLAY 'RECLASS: *** ClassThresholds.dat EMPTY OR INVALID -'
            ' NO TRANSACTIONS WRITTEN ***'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM openStudentHistory
    OPEN INPUT studentMaster
    OPEN OUTPUT reclassTransOut
    OPEN OUTPUT reclassReportOut
    WRITE reclassReportLine FROM reclassHeading
    WRITE reclassReportLine FROM reclassColHead

    PERFORM UNTIL historyEndFlag = 1
        PERFORM readHistoryRecord
    END-PERFORM

    MOVE checkedCountWS TO rt-checked
    MOVE changedCountWS TO rt-changed
    MOVE notOnMasterCountWS TO rt-notOnMaster
    MOVE belowFloorCountWS TO rt-belowFloor
    WRITE reclassReportLine FROM blankLineWS
    WRITE reclassReportLine FROM reclassTotalLine

    CLOSE studentHistory, studentMaster, reclassTransOut,
        reclassReportOut

    DISPLAY 'RECLASS: ' changedCountWS ' STUDENT(S) RECLASSIFIED OF '
        checkedCountWS ' - REVIEW ReclassReport.dat, THEN ADD'
        ' ReclassTrans.dat TO StudentMasterTrans.dat'
STOP RUN.

loadThresholds.
    OPEN INPUT classThresholds
    PERFORM UNTIL thresholdEndFlag = 1
        PERFORM readThresholdEntry
    END-PERFORM
    CLOSE classThresholds
EXIT.

readThresholdEntry.
    READ classThresholds
        AT END
            MOVE 1 TO thresholdEndFlag
        NOT AT END
            IF ct-classification NOT = 'FR' AND ct-classification NOT = 'SO'
                    AND ct-classification NOT = 'JR'
                    AND ct-classification NOT = 'SR'
                DISPLAY 'RECLASS: ClassThresholds.dat CLASSIFICATION '
                    ct-classification ' NOT FR/SO/JR/SR'
                MOVE 1 TO thresholdBadFlag
            ELSE
                IF thresholdCount < 10
                    ADD 1 TO thresholdCount
                    MOVE ct-classification
                        TO thr-classification(thresholdCount)
                    MOVE ct-minHours TO thr-minHours(thresholdCount)
                ELSE
                    DISPLAY 'RECLASS: thresholdTable full (10) - '
                        ct-classification ' NOT LOADED'
                    MOVE 1 TO thresholdBadFlag
                END-IF
            END-IF
    END-READ.
EXIT.

openStudentHistory.
    *> an unswapped new generation holds this term's earned hours -
    *> prefer it; an empty or absent one means this cycle's P2 has
    *> already been swapped in (or never ran), so the live master
    *> is current
    MOVE 'StudentHistoryNew.dat' TO historyFileName
    OPEN INPUT studentHistory
    READ studentHistory
        AT END
            CLOSE studentHistory
            MOVE 'StudentHistory.dat' TO historyFileName
            OPEN INPUT studentHistory
            PERFORM readHistoryAhead
        NOT AT END
            CONTINUE
    END-READ

    DISPLAY 'RECLASS: EARNED HOURS FROM ' historyFileName
EXIT.

readHistoryAhead.
    *> the first read after the probe fell back to the live master;
    *> an empty master leaves historyEndFlag set so the main loop
    *> never runs
    READ studentHistory
        AT END
            MOVE 1 TO historyEndFlag
        NOT AT END
            CONTINUE
    END-READ.
EXIT.

readHistoryRecord.
    *> the record in the buffer is the current one - the probe (or
    *> the previous pass) already read it.  A course record carries
    *> nothing reclassification needs
    IF sh-recordType = 'H'
        PERFORM reclassifyStudent
    END-IF

    READ studentHistory
        AT END
            MOVE 1 TO historyEndFlag
        NOT AT END
            CONTINUE
    END-READ.
EXIT.

reclassifyStudent.
    ADD 1 TO checkedCountWS
    PERFORM deriveClassification

    MOVE sh-wNumber TO sm-wNumber
    READ studentMaster RECORD KEY IS sm-wNumber
        INVALID KEY
            MOVE 0 TO demographicFoundFlag
        NOT INVALID KEY
            MOVE 1 TO demographicFoundFlag
    END-READ

    EVALUATE TRUE
        WHEN demographicFoundFlag = 0
            ADD 1 TO notOnMasterCountWS
            MOVE '--' TO rd-oldClass
            IF derivedClassWS = SPACES
                MOVE '--' TO rd-newClass
            ELSE
                MOVE derivedClassWS TO rd-newClass
            END-IF
            MOVE 'NOT ON STUDENT MASTER - NO CHANGE' TO rd-note
            PERFORM writeReclassDetail
        WHEN derivedClassWS = SPACES
            *> the control file has no floor at or below this
            *> student's hours - nothing to derive, so leave the
            *> master alone and make the registrar look
            ADD 1 TO belowFloorCountWS
            MOVE sm-classification TO rd-oldClass
            MOVE '--' TO rd-newClass
            MOVE 'BELOW LOWEST THRESHOLD - NO CHANGE' TO rd-note
            PERFORM writeReclassDetail
        WHEN derivedClassWS NOT = sm-classification
            ADD 1 TO changedCountWS
            PERFORM writeReclassTrans
            MOVE sm-classification TO rd-oldClass
            MOVE derivedClassWS TO rd-newClass
            MOVE 'RECLASSIFY TRANSACTION WRITTEN' TO rd-note
            PERFORM writeReclassDetail
        WHEN OTHER
            CONTINUE
    END-EVALUATE
EXIT.

deriveClassification.
    MOVE SPACES TO derivedClassWS
    MOVE ZERO TO derivedMinHoursWS
    PERFORM VARYING thresholdIdx FROM 1 BY 1
            UNTIL thresholdIdx > thresholdCount
        IF sh-earned-hours NOT < thr-minHours(thresholdIdx)
            IF derivedClassWS = SPACES
                    OR thr-minHours(thresholdIdx) > derivedMinHoursWS
                MOVE thr-classification(thresholdIdx) TO derivedClassWS
                MOVE thr-minHours(thresholdIdx) TO derivedMinHoursWS
            END-IF
        END-IF
    END-PERFORM
EXIT.

writeReclassTrans.
    *> classification only - STUDENTMAINT applies an R against
    *> whatever the master holds by then, so no other field is sent
    MOVE SPACES TO reclassTransRecord
    MOVE 'R' TO tr-action
    MOVE sm-wNumber TO tr-wNumber
    MOVE derivedClassWS TO tr-classification
    MOVE 'RECLASS' TO tr-submitterId
    WRITE reclassTransRecord
EXIT.

writeReclassDetail.
    MOVE sh-wNumber TO rd-wNumber
    MOVE sh-studentName TO rd-studentName
    MOVE sh-earned-hours TO rd-earnedHours
    WRITE reclassReportLine FROM reclassDetail
EXIT.
