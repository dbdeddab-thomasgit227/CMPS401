IDENTIFICATION DIVISION. PROGRAM-ID. DEGREECONF.

*> Degree conferral posting.  DEGREEAUDIT only ever says CANDIDATE or
*> NOT ELIGIBLE - nothing recorded that a degree was actually
*> conferred, so after commencement the transcript still read like an
*> enrolled student's.  This step takes the registrar's confirmed
*> conferral list (ConferralList.dat - wNumber, degree, conferral
*> term, one record per degree) and posts each one to the
*> degrees-awarded master: the degree, the major off StudentMaster,
*> the conferral term, the final cumulative hours and GPA off the
*> StudentHistory master, and Latin honors.
*>
*> Honors come from the institutional GPA - quality points over
*> hours with transfer hours taken back out of the divisor, the same
*> divide the CUMULATIVE line prints - against the floors below
*> (3.90 summa, 3.70 magna, 3.50 cum laude).  Transfer work never
*> entered the quality points, so it neither raises nor dilutes an
*> honors GPA.
*>
*> DegreesAwarded.dat is in wNumber order (a student with two
*> degrees has two records) and is passed old-file/new-file like the
*> other masters: this step merges the old master with the day's
*> conferrals onto DegreesAwardedNew.dat, and FINALIZE swaps it in.
*> Run it in the term-break stream after P2, ahead of PRINTSPOOL,
*> BALANCE and FINALIZE - the final term's figures are then on
*> StudentHistoryNew.dat, which is read in preference to
*> StudentHistory.dat whenever it holds an unswapped generation.
*>
*> P2 read the degrees-awarded master before this step ran, so the
*> cycle's own conferrals are released from here: each degree posted
*> goes onto ElecTranscript.dat as a type 05 record (withheld, and
*> listed on ElecTranscriptHeld.dat, for a student on the holds
*> master, same as P2), and the DEGREE AWARDED block is appended to
*> the student's P2Out-<wNumber>.dat so PRINTSPOOL collects it with
*> the rest of the transcript.  A graduate with no P2Out file this
*> cycle has no transcript to append to - REPRINT prints the block
*> once FINALIZE swaps the new master in.  Later cycles' P2 runs and
*> REPRINT print every degree from the swapped-in master.  Both
*> files are appended to, so rerun this step only behind a P2 rerun.
*>
*> A conferral that can't be posted - wNumber not on the history
*> master, not on StudentMaster (no major to record), degree already
*> on the degrees-awarded master, blank degree or term, or past the
*> 500th entry on the list - goes to ConferralExceptions.dat
*> instead, and the step ends RC 8 so the registrar clears the list
*> before the swap.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT conferralList ASSIGN TO "ConferralList.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> historyFileName is StudentHistoryNew.dat when this cycle's
    *> generation is still waiting to be swapped, StudentHistory.dat
    *> otherwise - OPTIONAL so the probe of an absent new generation
    *> reads as empty
    SELECT OPTIONAL studentHistory ASSIGN TO DYNAMIC historyFileName
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> indexed on wNumber - read by key for each conferral posted
    SELECT OPTIONAL studentMaster ASSIGN TO "StudentMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS sm-wNumber.
    *> OPTIONAL so the first conferral ever starts from an empty
    *> master
    SELECT OPTIONAL degreesAwarded ASSIGN TO "DegreesAwarded.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT degreesAwardedNew ASSIGN TO "DegreesAwardedNew.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT conferralExceptionOut ASSIGN TO "ConferralExceptions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> P2's electronic extract and held list for this cycle - the
    *> day's type 05 records go on the end.  OPTIONAL so a stream
    *> that skipped the electronic extract still posts
    SELECT OPTIONAL elecTranscript ASSIGN TO "ElecTranscript.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT OPTIONAL elecHeldOut ASSIGN TO "ElecTranscriptHeld.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> indexed on wNumber/hold type - a graduate's holds are reached
    *> by a START on the wNumber, as in P2
    SELECT OPTIONAL holdsMaster ASSIGN TO "HoldsMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS hm-holdKey.
    *> studentOutputFileName is set to "P2Out-<wNumber>.dat" per
    *> graduate - OPTIONAL so the probe of a file P2 never wrote
    *> reads as empty
    SELECT OPTIONAL studentOutput ASSIGN TO DYNAMIC studentOutputFileName
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.

      FD conferralList.
          01 conferralRecord.
              02 cl-wNumber PIC X(8).
              02 cl-degree PIC X(10).
              02 cl-conferralTerm PIC X(11).

      FD studentHistory.
          *> layout shared with P2/REPRINT/DEGREEAUDIT/GRADECHG/
          *> HISTVERIFY/RECLASS - change them together.  Only the 'H'
          *> header records are read here; the course records behind
          *> each one are read past
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

      FD degreesAwarded.
          *> layout shared with P2/REPRINT - change them together.
          *> cumulative hours include transfer hours; the GPA is the
          *> institutional one, transfer hours out of the divisor
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

      FD degreesAwardedNew.
          01 awardRecordNew.
              02 dan-wNumber PIC X(8).
              02 dan-studentName PIC X(18).
              02 dan-degree PIC X(10).
              02 dan-major PIC X(20).
              02 dan-conferralTerm PIC X(11).
              02 dan-cumulative-hours PIC 9(5)V99.
              02 dan-transfer-hours PIC 9(5)V99.
              02 dan-cumulative-gpa PIC 9(2)V99.
              02 dan-honors PIC X(15).

      FD conferralExceptionOut.
          01 conferralExceptionLine PIC X(90).

      FD elecTranscript.
          *> type 05 layout shared with P2 - change them together
          01 elecDegreeRecord.
              02 et5-recordType PIC X(2).
              02 et5-wNumber PIC X(8).
              02 et5-degree PIC X(10).
              02 et5-major PIC X(20).
              02 et5-conferralTerm PIC X(11).
              02 et5-honors PIC X(15).

      FD elecHeldOut.
          01 elecHeldLine PIC X(90).

      FD holdsMaster.
          *> layout shared with HOLDMAINT/P2/REPRINT - change them
          *> together
          01 holdRecord.
              02 hm-holdKey.
                  03 hm-wNumber PIC X(8).
                  03 hm-holdType PIC X(1).

      FD studentOutput.
          01 studentOutputLine PIC X(100).

    WORKING-STORAGE SECTION.
        01 conferralEndFlag PIC 9 VALUE 0.
        01 historyEndFlag PIC 9 VALUE 0.
        01 awardedHeldFlag PIC 9 VALUE 0.
        01 historyFileName PIC X(24) VALUE SPACES.

        *> the day's conferrals ride in memory while the history
        *> master streams past - matchedFlag marks the ones that found
        *> their student, alreadyFlag the ones whose degree is on the
        *> degrees-awarded master already (or was posted earlier in
        *> this same list)
        01 conferralTable.
            02 conferralEntry OCCURS 500 TIMES.
                03 cnf-wNumber PIC X(8).
                03 cnf-degree PIC X(10).
                03 cnf-conferralTerm PIC X(11).
                03 cnf-matchedFlag PIC 9.
                03 cnf-alreadyFlag PIC 9.
        01 conferralCount PIC 9(3) VALUE ZERO.
        01 conferralIdx PIC 9(3) VALUE ZERO.
        01 conferralOtherIdx PIC 9(3) VALUE ZERO.

        *> the major comes off the demographic master, read by key
        *> the way DEGREEAUDIT reads it
        01 demographicFoundFlag PIC 9 VALUE ZERO.

        *> Latin honors floors on the institutional GPA
        01 summaFloorWS PIC 9V99 VALUE 3.90.
        01 magnaFloorWS PIC 9V99 VALUE 3.70.
        01 cumLaudeFloorWS PIC 9V99 VALUE 3.50.

        01 gpa-divisor-hours PIC 9(5)V99 VALUE ZERO.
        01 institutional-gpaWS PIC 9(2)V99 VALUE ZERO.

        01 postedCountWS PIC 9(4) VALUE ZERO.
        01 carriedCountWS PIC 9(6) VALUE ZERO.
        01 rejectedCountWS PIC 9(4) VALUE ZERO.

        *> release of the day's conferrals - checked once per
        *> graduate, at the first degree posted
        01 releaseCheckedFlag PIC 9 VALUE 0.
        01 studentHeldFlag PIC 9 VALUE 0.
        01 studentOutputOpenFlag PIC 9 VALUE 0.
        01 studentOutputFileName PIC X(20) VALUE SPACES.
        01 holdScanEndFlag PIC 9 VALUE 0.
        01 holdTypeWS PIC X(1).
        01 holdTypeNameWS PIC X(22).
        01 elecDegreeCountWS PIC 9(4) VALUE ZERO.
        01 appendedCountWS PIC 9(4) VALUE ZERO.

        *> layouts shared with P2 - change them together
        01 degreeHeading.
            02 FILLER PIC X(50) VALUE 'DEGREE AWARDED'.

        01 degreeDetail.
            02 FILLER PIC X(4) VALUE SPACES.
            02 degree-name-print PIC X(12).
            02 degree-major-print PIC X(22).
            02 FILLER PIC X(10) VALUE 'CONFERRED '.
            02 degree-term-print PIC X(13).
            02 degree-honors-print PIC X(15).

        01 elecHeldDetail.
            02 eh-wNumber PIC X(10).
            02 eh-studentName PIC X(20).
            02 eh-holdTypeName PIC X(22).

        01 conferralExceptionHeading.
            02 FILLER PIC X(90) VALUE
                'ConferralList.dat EXCEPTIONS - DEGREE NOT POSTED'.

        01 conferralExceptionColHead.
            02 FILLER PIC X(90) VALUE
                'W-NUMBER  DEGREE      TERM         REASON'.

        01 conferralExceptionDetail.
            02 ce-wNumber PIC X(10).
            02 ce-degree PIC X(12).
            02 ce-term PIC X(13).
            02 ce-reason PIC X(40).

PROCEDURE DIVISION.
    *> exceptions open first - a list too long for the table
    *> rejects its overflow while it loads
    OPEN OUTPUT conferralExceptionOut.
    WRITE conferralExceptionLine FROM conferralExceptionHeading.
    WRITE conferralExceptionLine FROM conferralExceptionColHead.

    PERFORM loadConferralList
    PERFORM openStudentHistory

    OPEN INPUT studentMaster

    OPEN INPUT degreesAwarded
    PERFORM readDegreesAwarded

    OPEN OUTPUT degreesAwardedNew.

    OPEN INPUT holdsMaster
    OPEN EXTEND elecTranscript
    OPEN EXTEND elecHeldOut

    PERFORM UNTIL historyEndFlag = 1
        PERFORM readHistoryRecord
    END-PERFORM.

    *> degrees for wNumbers past the last history record still
    *> carry forward onto the new master unchanged
    PERFORM UNTIL awardedHeldFlag = 0
        PERFORM carryAwardForward
    END-PERFORM

    PERFORM flagUnmatchedConferrals

    CLOSE studentHistory, studentMaster, degreesAwarded,
        degreesAwardedNew, conferralExceptionOut, holdsMaster,
        elecTranscript, elecHeldOut.

    DISPLAY 'DEGREECONF: ' postedCountWS ' DEGREE(S) POSTED, '
        rejectedCountWS ' REJECTED OF ' conferralCount ' ON THE LIST'
    DISPLAY 'DEGREECONF: ' elecDegreeCountWS ' TYPE 05 RECORD(S) ADDED, '
        appendedCountWS ' TRANSCRIPT(S) GIVEN THE DEGREE BLOCK'
    IF rejectedCountWS > ZERO
        DISPLAY 'DEGREECONF: SEE ConferralExceptions.dat BEFORE'
            ' DegreesAwardedNew.dat IS SWAPPED IN'
        MOVE 8 TO RETURN-CODE
    END-IF
STOP RUN.

loadConferralList.
    OPEN INPUT conferralList
    PERFORM UNTIL conferralEndFlag = 1
        PERFORM readConferralEntry
    END-PERFORM
    CLOSE conferralList
EXIT.

readConferralEntry.
    READ conferralList
        AT END
            MOVE 1 TO conferralEndFlag
        NOT AT END
            IF conferralCount < 500
                ADD 1 TO conferralCount
                MOVE cl-wNumber TO cnf-wNumber(conferralCount)
                MOVE cl-degree TO cnf-degree(conferralCount)
                MOVE cl-conferralTerm TO cnf-conferralTerm(conferralCount)
                MOVE 0 TO cnf-matchedFlag(conferralCount)
                MOVE 0 TO cnf-alreadyFlag(conferralCount)
            ELSE
                *> more than 500 conferrals on one list - reject the
                *> overflow instead of writing past the table; post
                *> it from a second list against the swapped-in
                *> master
                DISPLAY 'DEGREECONF: conferralTable full (500) - wNumber '
                    cl-wNumber ' degree ' cl-degree ' NOT POSTED THIS RUN'
                ADD 1 TO rejectedCountWS
                MOVE cl-wNumber TO ce-wNumber
                MOVE cl-degree TO ce-degree
                MOVE cl-conferralTerm TO ce-term
                MOVE 'CONFERRAL TABLE FULL (500)' TO ce-reason
                WRITE conferralExceptionLine FROM conferralExceptionDetail
            END-IF
    END-READ.
EXIT.

openStudentHistory.
    *> an unswapped new generation holds the final term's figures -
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

    DISPLAY 'DEGREECONF: FINAL FIGURES FROM ' historyFileName
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
    *> the record in the buffer is the current student - the probe
    *> (or the previous pass) already read it.  A course record
    *> carries nothing a conferral needs
    IF sh-recordType = 'H'
        PERFORM postStudentConferrals
    END-IF

    READ studentHistory
        AT END
            MOVE 1 TO historyEndFlag
        NOT AT END
            CONTINUE
    END-READ.
EXIT.

postStudentConferrals.
    *> both masters are in wNumber order - degrees for students
    *> ahead of this one carry forward untouched, this student's
    *> own degrees carry forward too but are noted first so the
    *> same degree can't be conferred twice
    PERFORM UNTIL awardedHeldFlag = 0 OR da-wNumber NOT < sh-wNumber
        PERFORM carryAwardForward
    END-PERFORM

    PERFORM UNTIL awardedHeldFlag = 0 OR da-wNumber NOT = sh-wNumber
        PERFORM noteExistingAward
        PERFORM carryAwardForward
    END-PERFORM

    MOVE 0 TO releaseCheckedFlag
    MOVE 0 TO studentOutputOpenFlag
    PERFORM VARYING conferralIdx FROM 1 BY 1
            UNTIL conferralIdx > conferralCount
        IF cnf-wNumber(conferralIdx) = sh-wNumber
            MOVE 1 TO cnf-matchedFlag(conferralIdx)
            PERFORM postConferral
        END-IF
    END-PERFORM

    IF studentOutputOpenFlag = 1
        MOVE SPACES TO studentOutputLine
        WRITE studentOutputLine
        CLOSE studentOutput
        ADD 1 TO appendedCountWS
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

carryAwardForward.
    WRITE awardRecordNew FROM awardRecord
    ADD 1 TO carriedCountWS
    PERFORM readDegreesAwarded
EXIT.

noteExistingAward.
    PERFORM VARYING conferralIdx FROM 1 BY 1
            UNTIL conferralIdx > conferralCount
        IF cnf-wNumber(conferralIdx) = da-wNumber
                AND cnf-degree(conferralIdx) = da-degree
            MOVE 1 TO cnf-alreadyFlag(conferralIdx)
        END-IF
    END-PERFORM
EXIT.

postConferral.
    IF cnf-degree(conferralIdx) = SPACES
            OR cnf-conferralTerm(conferralIdx) = SPACES
        MOVE 'DEGREE OR CONFERRAL TERM MISSING' TO ce-reason
        PERFORM writeConferralException
    ELSE
        IF cnf-alreadyFlag(conferralIdx) = 1
            MOVE 'DEGREE ALREADY AWARDED' TO ce-reason
            PERFORM writeConferralException
        ELSE
            PERFORM findDemographicEntry
            IF demographicFoundFlag = 0
                MOVE 'NOT ON STUDENT MASTER - NO MAJOR' TO ce-reason
                PERFORM writeConferralException
            ELSE
                PERFORM writeAwardRecord
            END-IF
        END-IF
    END-IF
EXIT.

findDemographicEntry.
    MOVE sh-wNumber TO sm-wNumber
    READ studentMaster RECORD KEY IS sm-wNumber
        INVALID KEY
            MOVE 0 TO demographicFoundFlag
        NOT INVALID KEY
            MOVE 1 TO demographicFoundFlag
    END-READ
EXIT.

writeAwardRecord.
    *> institutional GPA - same divide closeOutTerm prints on the
    *> CUMULATIVE line, transfer hours back out of the divisor
    MOVE sh-cumulative-hours TO gpa-divisor-hours
    SUBTRACT sh-transfer-hours FROM gpa-divisor-hours
    IF gpa-divisor-hours = ZERO
        MOVE ZERO TO institutional-gpaWS
    ELSE
        DIVIDE sh-cumulative-qpts BY gpa-divisor-hours
            GIVING institutional-gpaWS
    END-IF

    MOVE sh-wNumber TO dan-wNumber
    MOVE sh-studentName TO dan-studentName
    MOVE cnf-degree(conferralIdx) TO dan-degree
    MOVE sm-major TO dan-major
    MOVE cnf-conferralTerm(conferralIdx) TO dan-conferralTerm
    MOVE sh-cumulative-hours TO dan-cumulative-hours
    MOVE sh-transfer-hours TO dan-transfer-hours
    MOVE institutional-gpaWS TO dan-cumulative-gpa

    EVALUATE TRUE
        WHEN institutional-gpaWS NOT < summaFloorWS
            MOVE 'SUMMA CUM LAUDE' TO dan-honors
        WHEN institutional-gpaWS NOT < magnaFloorWS
            MOVE 'MAGNA CUM LAUDE' TO dan-honors
        WHEN institutional-gpaWS NOT < cumLaudeFloorWS
            MOVE 'CUM LAUDE' TO dan-honors
        WHEN OTHER
            MOVE SPACES TO dan-honors
    END-EVALUATE

    WRITE awardRecordNew
    ADD 1 TO postedCountWS
    PERFORM releaseNewDegree

    *> a second card for the same degree later in the list is a
    *> duplicate of this one, not a second degree
    PERFORM VARYING conferralOtherIdx FROM 1 BY 1
            UNTIL conferralOtherIdx > conferralCount
        IF cnf-wNumber(conferralOtherIdx) = sh-wNumber
                AND cnf-degree(conferralOtherIdx)
                    = cnf-degree(conferralIdx)
                AND conferralOtherIdx NOT = conferralIdx
            MOVE 1 TO cnf-alreadyFlag(conferralOtherIdx)
        END-IF
    END-PERFORM
EXIT.

releaseNewDegree.
    *> P2 ran ahead of this posting, so nothing it wrote this cycle
    *> knows the degree - the type 05 record and the printed block
    *> go out from here, off the record just posted
    IF releaseCheckedFlag = 0
        PERFORM checkGraduateRelease
    END-IF

    IF studentHeldFlag = 0
        MOVE '05' TO et5-recordType
        MOVE dan-wNumber TO et5-wNumber
        MOVE dan-degree TO et5-degree
        MOVE dan-major TO et5-major
        MOVE dan-conferralTerm TO et5-conferralTerm
        MOVE dan-honors TO et5-honors
        WRITE elecDegreeRecord
        ADD 1 TO elecDegreeCountWS
    END-IF

    IF studentOutputOpenFlag = 1
        MOVE dan-degree TO degree-name-print
        MOVE dan-major TO degree-major-print
        MOVE dan-conferralTerm TO degree-term-print
        MOVE dan-honors TO degree-honors-print
        WRITE studentOutputLine FROM degreeDetail
    END-IF
EXIT.

checkGraduateRelease.
    *> once per graduate: a held student stays off the electronic
    *> release channel (one held-list line per hold, as P2 writes
    *> them), and the printed block needs this cycle's transcript
    *> to land on
    MOVE 1 TO releaseCheckedFlag
    MOVE 0 TO studentHeldFlag
    PERFORM startHoldScan
    PERFORM UNTIL holdScanEndFlag = 1
        MOVE 1 TO studentHeldFlag
        MOVE hm-holdType TO holdTypeWS
        PERFORM writeElecHeldDetail
        PERFORM readNextHold
    END-PERFORM

    PERFORM openDegreeBlock
EXIT.

openDegreeBlock.
    *> only an unswapped cycle has P2Out files still waiting for
    *> PRINTSPOOL - off the live history master they belong to a
    *> cycle already handed to the print room.  A file that probes
    *> empty was never written, and gets nothing
    MOVE 0 TO studentOutputOpenFlag
    IF historyFileName = 'StudentHistoryNew.dat'
        MOVE SPACES TO studentOutputFileName
        STRING 'P2Out-' DELIMITED BY SIZE
               sh-wNumber DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO studentOutputFileName
        OPEN INPUT studentOutput
        READ studentOutput
            AT END
                CONTINUE
            NOT AT END
                MOVE 1 TO studentOutputOpenFlag
        END-READ
        CLOSE studentOutput
    END-IF

    IF studentOutputOpenFlag = 1
        OPEN EXTEND studentOutput
        WRITE studentOutputLine FROM degreeHeading
    END-IF
EXIT.

startHoldScan.
    *> same positioning as P2's, on the hold key
    MOVE 0 TO holdScanEndFlag
    MOVE sh-wNumber TO hm-wNumber
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
            IF hm-wNumber NOT = sh-wNumber
                MOVE 1 TO holdScanEndFlag
            END-IF
    END-READ.
EXIT.

writeElecHeldDetail.
    PERFORM nameHoldType
    MOVE sh-wNumber TO eh-wNumber
    MOVE sh-studentName TO eh-studentName
    MOVE holdTypeNameWS TO eh-holdTypeName
    WRITE elecHeldLine FROM elecHeldDetail
EXIT.

nameHoldType.
    *> same names P2 prints - change them together
    EVALUATE holdTypeWS
        WHEN 'F'
            MOVE 'FINANCIAL' TO holdTypeNameWS
        WHEN 'C'
            MOVE 'FERPA CONFIDENTIALITY' TO holdTypeNameWS
        WHEN 'D'
            MOVE 'DISCIPLINARY' TO holdTypeNameWS
        WHEN OTHER
            MOVE holdTypeWS TO holdTypeNameWS
    END-EVALUATE
EXIT.

flagUnmatchedConferrals.
    *> conferrals still unmatched after the whole history master
    *> streamed past name a student with no academic record
    PERFORM VARYING conferralIdx FROM 1 BY 1
            UNTIL conferralIdx > conferralCount
        IF cnf-matchedFlag(conferralIdx) = 0
            MOVE 'WNUMBER NOT ON HISTORY MASTER' TO ce-reason
            PERFORM writeConferralException
        END-IF
    END-PERFORM
EXIT.

writeConferralException.
    ADD 1 TO rejectedCountWS
    MOVE cnf-wNumber(conferralIdx) TO ce-wNumber
    MOVE cnf-degree(conferralIdx) TO ce-degree
    MOVE cnf-conferralTerm(conferralIdx) TO ce-term
    WRITE conferralExceptionLine FROM conferralExceptionDetail
EXIT.
