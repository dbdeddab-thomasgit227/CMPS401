IDENTIFICATION DIVISION. PROGRAM-ID. TRANSEVAL.

*> Transfer-credit evaluation, run ahead of P2.  New transfer work
*> arrives on TransferCreditsIn.dat (same layout as the posted
*> TransferCredits.dat); every row is checked against the
*> articulation master ARTICMAINT keeps (ArticulationMaster.dat,
*> institution + external course -> our classCode and the hours to
*> award) before it can reach a transcript:
*>   - a row with no equivalent keyed gets the articulated classCode
*>     filled in, and a row with no hours gets the articulated hours
*>   - a row keyed with an equivalent or hours that disagree with the
*>     articulation is held for an evaluator, not trusted either way
*>   - a row with no articulation on file, or whose articulated
*>     classCode is missing from CourseCatalog.dat, is held too
*> Rows that pass are written straight onto TransferCredits.dat, the
*> cumulative posted file, indexed on wNumber, institution and
*> course so P2, REPRINT and HISTVERIFY reach a student's rows by
*> key.  Held rows are listed on the evaluation queue,
*> TransferEvalQueue.dat, with the reason, and copied unchanged to
*> TransferCreditsHeld.dat - once the evaluator adds the
*> articulation (or corrects the row) they go back in with the next
*> TransferCreditsIn.dat.  Any held row ends the step RC 8, so
*> operations sees that credits were not posted.
*>
*> A row already on TransferCredits.dat (same wNumber, institution
*> and course - the record key), or repeated earlier in the same
*> input, is listed as ALREADY POSTED and dropped, so a rerun of this
*> step never posts the same transfer work twice - that alone is
*> not an exception, and leaves the return code alone.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT transferIn ASSIGN TO "TransferCreditsIn.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> OPTIONAL so a shop with nothing articulated yet holds every row
    *> instead of abending on OPEN
    SELECT OPTIONAL articulationMaster ASSIGN TO "ArticulationMaster.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT courseCatalog ASSIGN TO "CourseCatalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> opened I-O - each row is probed by key for the already-posted
    *> check and written by key when it passes.  OPTIONAL so the
    *> first transfer work ever posted creates the file
    SELECT OPTIONAL transferCredits ASSIGN TO "TransferCredits.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS tc-transferKey.
    SELECT transferHeld ASSIGN TO "TransferCreditsHeld.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT evalQueueOut ASSIGN TO "TransferEvalQueue.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.

      FD transferIn.
          01 transferInRecord.
              02 tin-wNumber PIC X(8).
              02 tin-institution PIC X(20).
              02 tin-course PIC X(10).
              02 tin-classCode PIC X(10).
              02 tin-hours PIC 9(2)V99.

      FD articulationMaster.
          *> layout shared with ARTICMAINT - change them together
          01 articulationRecord.
              02 am-institution PIC X(20).
              02 am-course PIC X(10).
              02 am-classCode PIC X(10).
              02 am-hours PIC 9(2)V99.

      FD courseCatalog.
          01 catalogRecord.
              02 cat-classCode PIC X(10).
              02 cat-desc PIC X(28).
              02 cat-hours PIC 9(1)V99.

      FD transferCredits.
          *> layout shared with P2/REPRINT/HISTVERIFY - change them
          *> together
          01 transferRecord.
              02 tc-transferKey.
                  03 tc-wNumber PIC X(8).
                  03 tc-institution PIC X(20).
                  03 tc-course PIC X(10).
              02 tc-classCode PIC X(10).
              02 tc-hours PIC 9(2)V99.

      FD transferHeld.
          01 transferHeldRecord.
              02 th-wNumber PIC X(8).
              02 th-institution PIC X(20).
              02 th-course PIC X(10).
              02 th-classCode PIC X(10).
              02 th-hours PIC 9(2)V99.

      FD evalQueueOut.
          01 evalQueueLine PIC X(120).

    WORKING-STORAGE SECTION.
        01 inEndFlag PIC 9 VALUE 0.
        01 articEndFlag PIC 9 VALUE 0.
        01 catalogEndFlag PIC 9 VALUE 0.

        01 articulationTable.
            02 articulationEntry OCCURS 3000 TIMES.
                03 art-institution PIC X(20).
                03 art-course PIC X(10).
                03 art-classCode PIC X(10).
                03 art-hours PIC 9(2)V99.
        01 articCount PIC 9(4) VALUE ZERO.
        01 articIdx PIC 9(4) VALUE ZERO.
        01 articFoundIdx PIC 9(4) VALUE ZERO.

        01 catalogTable.
            02 catalogEntry OCCURS 5000 TIMES.
                03 cat-tbl-classCode PIC X(10).
        01 catalogCount PIC 9(4) VALUE ZERO.
        01 catalogIdx PIC 9(4) VALUE ZERO.
        01 catalogFoundFlag PIC 9 VALUE 0.

        *> the row's wNumber/institution/course is already a key on
        *> TransferCredits.dat - posted by an earlier run, or earlier
        *> in this one
        01 postedFoundFlag PIC 9 VALUE 0.

        01 queueReasonWS PIC X(40) VALUE SPACES.
        01 readCountWS PIC 9(6) VALUE ZERO.
        01 postCountWS PIC 9(6) VALUE ZERO.
        01 heldCountWS PIC 9(6) VALUE ZERO.
        01 duplicateCountWS PIC 9(6) VALUE ZERO.

        01 evalQueueHeading.
            02 FILLER PIC X(120) VALUE
                'TRANSFER CREDIT EVALUATION QUEUE - ROWS NOT POSTED TO TransferCredits.dat'.

        01 evalQueueColHead.
            02 FILLER PIC X(120) VALUE
                'W-NUMBER  INSTITUTION           COURSE      CLASS-CODE  HOURS  ARTICULATED     REASON'.

        01 evalQueueDetail.
            02 eq-wNumber PIC X(10).
            02 eq-institution PIC X(22).
            02 eq-course PIC X(12).
            02 eq-classCode PIC X(12).
            02 eq-hours PIC Z9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 eq-articClassCode PIC X(11).
            02 eq-articHours PIC Z9.99.
            02 FILLER PIC X(2) VALUE SPACES.
            02 eq-reason PIC X(40).

        01 evalQueueTotalLine.
            02 FILLER PIC X(7) VALUE 'READ: '.
            02 eqt-read PIC ZZZZZ9.
            02 FILLER PIC X(11) VALUE '   POSTED: '.
            02 eqt-posted PIC ZZZZZ9.
            02 FILLER PIC X(11) VALUE '   QUEUED: '.
            02 eqt-held PIC ZZZZZ9.
            02 FILLER PIC X(19) VALUE '   ALREADY POSTED: '.
            02 eqt-duplicate PIC ZZZZZ9.

        01 blankLine PIC X(1) VALUE SPACE.

PROCEDURE DIVISION.
    PERFORM loadArticulationMaster
    PERFORM loadCatalog

    OPEN INPUT transferIn.
    OPEN I-O transferCredits.
    OPEN OUTPUT transferHeld.
    OPEN OUTPUT evalQueueOut.
    WRITE evalQueueLine FROM evalQueueHeading.
    WRITE evalQueueLine FROM evalQueueColHead.

    PERFORM UNTIL inEndFlag = 1
        PERFORM evaluateTransferRow
    END-PERFORM.

    MOVE readCountWS TO eqt-read
    MOVE postCountWS TO eqt-posted
    MOVE heldCountWS TO eqt-held
    MOVE duplicateCountWS TO eqt-duplicate
    WRITE evalQueueLine FROM blankLine
    WRITE evalQueueLine FROM evalQueueTotalLine

    CLOSE transferIn, transferCredits, transferHeld, evalQueueOut.

    DISPLAY 'TRANSEVAL: ' postCountWS ' ROW(S) POSTED, ' heldCountWS
        ' QUEUED FOR EVALUATION - SEE TransferEvalQueue.dat'
    IF heldCountWS > ZERO
        MOVE 8 TO RETURN-CODE
    END-IF
STOP RUN.

loadArticulationMaster.
    OPEN INPUT articulationMaster
    PERFORM UNTIL articEndFlag = 1
        PERFORM readArticulationEntry
    END-PERFORM
    CLOSE articulationMaster
EXIT.

readArticulationEntry.
    READ articulationMaster
        AT END
            MOVE 1 TO articEndFlag
        NOT AT END
            IF articCount < 3000
                ADD 1 TO articCount
                MOVE am-institution TO art-institution(articCount)
                MOVE am-course TO art-course(articCount)
                MOVE am-classCode TO art-classCode(articCount)
                MOVE am-hours TO art-hours(articCount)
            ELSE
                *> a row for an articulation past this point queues
                *> as NO ARTICULATION ON FILE instead of posting
                DISPLAY 'TRANSEVAL: articulationTable full (3000) - '
                    am-institution ' ' am-course ' NOT LOADED'
            END-IF
    END-READ.
EXIT.

loadCatalog.
    OPEN INPUT courseCatalog
    PERFORM UNTIL catalogEndFlag = 1
        PERFORM readCatalogEntry
    END-PERFORM
    CLOSE courseCatalog
EXIT.

readCatalogEntry.
    READ courseCatalog
        AT END
            MOVE 1 TO catalogEndFlag
        NOT AT END
            IF catalogCount < 5000
                ADD 1 TO catalogCount
                MOVE cat-classCode TO cat-tbl-classCode(catalogCount)
            ELSE
                DISPLAY 'TRANSEVAL: catalogTable full (5000) - classCode '
                    cat-classCode ' NOT LOADED'
            END-IF
    END-READ.
EXIT.

evaluateTransferRow.
    READ transferIn
        AT END
            MOVE 1 TO inEndFlag
        NOT AT END
            ADD 1 TO readCountWS
            MOVE SPACES TO queueReasonWS
            PERFORM findPostedCredit
            PERFORM findArticulation

            IF postedFoundFlag = 1
                MOVE 'ALREADY POSTED' TO queueReasonWS
                ADD 1 TO duplicateCountWS
                PERFORM writeQueueLine
            ELSE
                IF articFoundIdx = 0
                    MOVE 'NO ARTICULATION ON FILE' TO queueReasonWS
                ELSE
                    PERFORM findCatalogEntry
                    EVALUATE TRUE
                        WHEN catalogFoundFlag = 0
                            MOVE 'ARTICULATED CLASSCODE NOT IN CATALOG'
                                TO queueReasonWS
                        WHEN tin-classCode NOT = SPACES AND
                                tin-classCode NOT = art-classCode(articFoundIdx)
                            MOVE 'CLASSCODE DIFFERS FROM ARTICULATION'
                                TO queueReasonWS
                        WHEN tin-hours NOT = ZERO AND
                                tin-hours NOT = art-hours(articFoundIdx)
                            MOVE 'HOURS DIFFER FROM ARTICULATION'
                                TO queueReasonWS
                    END-EVALUATE
                END-IF

                IF queueReasonWS = SPACES
                    PERFORM postTransferRow
                ELSE
                    PERFORM holdTransferRow
                END-IF
            END-IF
    END-READ.
EXIT.

findPostedCredit.
    MOVE tin-wNumber TO tc-wNumber
    MOVE tin-institution TO tc-institution
    MOVE tin-course TO tc-course
    READ transferCredits RECORD KEY IS tc-transferKey
        INVALID KEY
            MOVE 0 TO postedFoundFlag
        NOT INVALID KEY
            MOVE 1 TO postedFoundFlag
    END-READ
EXIT.

findArticulation.
    MOVE 0 TO articFoundIdx
    PERFORM VARYING articIdx FROM 1 BY 1
            UNTIL articIdx > articCount OR articFoundIdx > 0
        IF art-institution(articIdx) = tin-institution
                AND art-course(articIdx) = tin-course
            MOVE articIdx TO articFoundIdx
        END-IF
    END-PERFORM
EXIT.

findCatalogEntry.
    MOVE 0 TO catalogFoundFlag
    PERFORM VARYING catalogIdx FROM 1 BY 1 UNTIL catalogIdx > catalogCount
        IF cat-tbl-classCode(catalogIdx) = art-classCode(articFoundIdx)
            MOVE 1 TO catalogFoundFlag
        END-IF
    END-PERFORM
EXIT.

postTransferRow.
    *> the articulation is the authority - equivalent and hours both
    *> post from it, whatever (if anything) was keyed
    MOVE tin-wNumber TO tc-wNumber
    MOVE tin-institution TO tc-institution
    MOVE tin-course TO tc-course
    MOVE art-classCode(articFoundIdx) TO tc-classCode
    MOVE art-hours(articFoundIdx) TO tc-hours

    *> the probe above already ruled out a duplicate key, so a
    *> refused WRITE means the row landed some other way - list it
    *> as already posted rather than count it twice.  A second copy
    *> later in the same input finds this row on the probe
    WRITE transferRecord
        INVALID KEY
            MOVE 'ALREADY POSTED' TO queueReasonWS
            ADD 1 TO duplicateCountWS
            PERFORM writeQueueLine
        NOT INVALID KEY
            ADD 1 TO postCountWS
    END-WRITE
EXIT.

holdTransferRow.
    MOVE transferInRecord TO transferHeldRecord
    WRITE transferHeldRecord
    ADD 1 TO heldCountWS
    PERFORM writeQueueLine
EXIT.

writeQueueLine.
    MOVE tin-wNumber TO eq-wNumber
    MOVE tin-institution TO eq-institution
    MOVE tin-course TO eq-course
    MOVE tin-classCode TO eq-classCode
    MOVE tin-hours TO eq-hours
    IF articFoundIdx > 0
        MOVE art-classCode(articFoundIdx) TO eq-articClassCode
        MOVE art-hours(articFoundIdx) TO eq-articHours
    ELSE
        MOVE '(NONE)' TO eq-articClassCode
        MOVE ZERO TO eq-articHours
    END-IF
    MOVE queueReasonWS TO eq-reason
    WRITE evalQueueLine FROM evalQueueDetail
EXIT.
