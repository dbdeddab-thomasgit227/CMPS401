IDENTIFICATION DIVISION. PROGRAM-ID. ARTICMAINT.

*> Registrar maintenance for ArticulationMaster.dat, the transfer
*> articulation master keyed by sending institution + external
*> course - one record per course we have evaluated, giving our
*> equivalent classCode and the hours to award for it.  Before this
*> file existed every TransferCredits.dat row carried an equivalent
*> an evaluator keyed by hand, so the same ENGL 101 from the same
*> community college mapped differently depending on who keyed it.
*> TRANSEVAL now fills in (or checks) the equivalent on every
*> incoming transfer row from this master before P2 ever sees it.
*>
*> The whole master (up to 3000 articulations) loads into a table,
*> the add/change/delete transactions on ArticulationTrans.dat apply
*> against the table in order - a delete only marks its entry - and
*> the table is written out to ArticulationMasterNew.dat at the end.
*> The operator swaps it in once the run ends clean, so an abend
*> mid-write never costs the only copy; a master too big for the
*> table writes no new master at all and ends RC 8, rather than one
*> missing the entries that didn't load.  Any transaction that can't
*> be applied (add of an articulation already on file, change or
*> delete of one that isn't, bad action code, no hours to award, or
*> an equivalent classCode that isn't in CourseCatalog.dat) goes to
*> an exception list instead of silently corrupting the master.
*>
*> Every add, change and delete that applies is journaled onto
*> MaintJournal.dat with the external course as the key and the
*> institution leading the before/after images, the run date, and
*> the submitter ID carried on the transaction - the same permanent
*> journal STUDENTMAINT, HOLDMAINT and GRADECHG append to.  A
*> transaction with no submitter ID is refused.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    *> OPTIONAL so the very first maintenance run, before any master
    *> exists, starts from an empty table instead of abending on OPEN
    SELECT OPTIONAL articulationMaster ASSIGN TO "ArticulationMaster.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT articulationTrans ASSIGN TO "ArticulationTrans.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT courseCatalog ASSIGN TO "CourseCatalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT articExceptionOut ASSIGN TO "ArticMaintExceptions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT articulationMasterNew ASSIGN TO "ArticulationMasterNew.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> the permanent maintenance journal - EXTEND (and OPTIONAL for
    *> the first run ever), never rewritten
    SELECT OPTIONAL maintJournal ASSIGN TO "MaintJournal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.

      FD articulationMaster.
          *> layout shared with TRANSEVAL - change them together
          01 articulationRecord.
              02 am-institution PIC X(20).
              02 am-course PIC X(10).
              02 am-classCode PIC X(10).
              02 am-hours PIC 9(2)V99.

      FD articulationMasterNew.
          01 articulationRecordNew.
              02 amn-institution PIC X(20).
              02 amn-course PIC X(10).
              02 amn-classCode PIC X(10).
              02 amn-hours PIC 9(2)V99.

      FD articulationTrans.
          01 articTransRecord.
              02 at-action PIC X(1).
              02 at-institution PIC X(20).
              02 at-course PIC X(10).
              02 at-classCode PIC X(10).
              02 at-hours PIC 9(2)V99.
              02 at-submitterId PIC X(8).

      FD courseCatalog.
          01 catalogRecord.
              02 cat-classCode PIC X(10).
              02 cat-desc PIC X(28).
              02 cat-hours PIC 9(1)V99.

      FD articExceptionOut.
          01 articExceptionLine PIC X(100).

      FD maintJournal.
          *> layout shared with STUDENTMAINT/HOLDMAINT/GRADECHG/JRNLINQ
          *> - change them together
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

    WORKING-STORAGE SECTION.
        01 masterEndFlag PIC 9 VALUE 0.
        01 transEndFlag PIC 9 VALUE 0.
        01 catalogEndFlag PIC 9 VALUE 0.
        01 articIdx PIC 9(4) VALUE ZERO.
        01 articFoundIdx PIC 9(4) VALUE ZERO.
        01 articFoundFlag PIC 9 VALUE 0.
        01 catalogIdx PIC 9(4) VALUE ZERO.
        01 catalogFoundFlag PIC 9 VALUE 0.

        *> the whole master rides in memory while transactions apply -
        *> deleted entries are only flagged, then dropped when the
        *> table is written back out
        01 articulationTable.
            02 articulationEntry OCCURS 3000 TIMES.
                03 tbl-institution PIC X(20).
                03 tbl-course PIC X(10).
                03 tbl-classCode PIC X(10).
                03 tbl-hours PIC 9(2)V99.
                03 tbl-deletedFlag PIC 9.
        01 articCount PIC 9(4) VALUE ZERO.
        01 articOverflowFlag PIC 9 VALUE 0.

        *> classCodes only - an equivalent has to be a real course
        01 catalogTable.
            02 catalogEntry OCCURS 5000 TIMES.
                03 cat-tbl-classCode PIC X(10).
        01 catalogCount PIC 9(4) VALUE ZERO.

        01 runDateWS PIC 9(8) VALUE ZERO.
        01 runTimeWS PIC 9(8) VALUE ZERO.

        *> the journal's picture of one articulation - blank on the
        *> old side of an add and the new side of a delete
        01 articImageWS.
            02 img-institution PIC X(20).
            02 FILLER PIC X(1) VALUE SPACE.
            02 img-course PIC X(10).
            02 FILLER PIC X(4) VALUE ' -> '.
            02 img-classCode PIC X(10).
            02 FILLER PIC X(1) VALUE SPACE.
            02 img-hours PIC Z9.99.

        01 articExceptionHeading.
            02 FILLER PIC X(100) VALUE
                'ArticulationTrans.dat MAINTENANCE EXCEPTIONS - TRANSACTION NOT APPLIED'.

        01 articExceptionColHead.
            02 FILLER PIC X(100) VALUE
                'ACT  INSTITUTION           COURSE      CLASS-CODE  REASON'.

        01 articExceptionDetail.
            02 ae-action PIC X(5).
            02 ae-institution PIC X(22).
            02 ae-course PIC X(12).
            02 ae-classCode PIC X(12).
            02 ae-reason PIC X(40).

PROCEDURE DIVISION.
    ACCEPT runDateWS FROM DATE YYYYMMDD
    ACCEPT runTimeWS FROM TIME
    PERFORM loadArticulationMaster
    PERFORM loadCatalog

    OPEN INPUT articulationTrans.
    OPEN OUTPUT articExceptionOut.
    OPEN EXTEND maintJournal.
    WRITE articExceptionLine FROM articExceptionHeading.
    WRITE articExceptionLine FROM articExceptionColHead.

    PERFORM UNTIL transEndFlag = 1
        PERFORM applyTransaction
    END-PERFORM.

    CLOSE articulationTrans, articExceptionOut, maintJournal.

    PERFORM rewriteArticulationMaster
STOP RUN.

loadArticulationMaster.
    OPEN INPUT articulationMaster
    PERFORM UNTIL masterEndFlag = 1
        PERFORM readMasterEntry
    END-PERFORM
    CLOSE articulationMaster
EXIT.

readMasterEntry.
    READ articulationMaster
        AT END
            MOVE 1 TO masterEndFlag
        NOT AT END
            IF articCount < 3000
                ADD 1 TO articCount
                MOVE am-institution TO tbl-institution(articCount)
                MOVE am-course TO tbl-course(articCount)
                MOVE am-classCode TO tbl-classCode(articCount)
                MOVE am-hours TO tbl-hours(articCount)
                MOVE 0 TO tbl-deletedFlag(articCount)
            ELSE
                *> more than 3000 articulations on the master - flag
                *> it instead of writing past the table, and refuse
                *> the rewrite below so a too-small table can never
                *> silently drop the overflow entries
                DISPLAY 'ARTICMAINT: articulationTable full (3000) - '
                    am-institution ' ' am-course ' NOT LOADED'
                MOVE 1 TO articOverflowFlag
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
                *> an add or change naming a course past this point
                *> is refused as NOT IN CATALOG rather than trusted
                DISPLAY 'ARTICMAINT: catalogTable full (5000) - classCode '
                    cat-classCode ' NOT LOADED'
            END-IF
    END-READ.
EXIT.

applyTransaction.
    READ articulationTrans
        AT END
            MOVE 1 TO transEndFlag
        NOT AT END
            IF at-submitterId = SPACES
                MOVE 'SUBMITTER ID MISSING' TO ae-reason
                PERFORM writeArticException
            ELSE
                PERFORM findArticulationEntry

                EVALUATE at-action
                    WHEN 'A'
                        PERFORM applyAdd
                    WHEN 'C'
                        PERFORM applyChange
                    WHEN 'D'
                        PERFORM applyDelete
                    WHEN OTHER
                        MOVE 'ACTION NOT A, C, OR D' TO ae-reason
                        PERFORM writeArticException
                END-EVALUATE
            END-IF
    END-READ.
EXIT.

findArticulationEntry.
    MOVE 0 TO articFoundFlag
    MOVE 0 TO articFoundIdx
    PERFORM VARYING articIdx FROM 1 BY 1 UNTIL articIdx > articCount
        IF tbl-institution(articIdx) = at-institution
                AND tbl-course(articIdx) = at-course
                AND tbl-deletedFlag(articIdx) = 0
                AND articFoundFlag = 0
            MOVE 1 TO articFoundFlag
            MOVE articIdx TO articFoundIdx
        END-IF
    END-PERFORM
EXIT.

findCatalogEntry.
    MOVE 0 TO catalogFoundFlag
    PERFORM VARYING catalogIdx FROM 1 BY 1 UNTIL catalogIdx > catalogCount
        IF cat-tbl-classCode(catalogIdx) = at-classCode
            MOVE 1 TO catalogFoundFlag
        END-IF
    END-PERFORM
EXIT.

applyAdd.
    IF articFoundFlag = 1
        MOVE 'ARTICULATION ALREADY ON MASTER' TO ae-reason
        PERFORM writeArticException
    ELSE
        PERFORM findCatalogEntry
        IF catalogFoundFlag = 0
            MOVE 'CLASSCODE NOT IN CATALOG' TO ae-reason
            PERFORM writeArticException
        ELSE
        IF at-hours = ZERO
            MOVE 'NO HOURS TO AWARD' TO ae-reason
            PERFORM writeArticException
        ELSE
            IF articCount < 3000
                ADD 1 TO articCount
                MOVE at-institution TO tbl-institution(articCount)
                MOVE at-course TO tbl-course(articCount)
                MOVE at-classCode TO tbl-classCode(articCount)
                MOVE at-hours TO tbl-hours(articCount)
                MOVE 0 TO tbl-deletedFlag(articCount)

                MOVE SPACES TO jr-oldValue
                MOVE articCount TO articFoundIdx
                PERFORM buildArticImage
                MOVE articImageWS TO jr-newValue
                PERFORM writeJournalEntry
            ELSE
                MOVE 'ARTICULATION TABLE FULL (3000)' TO ae-reason
                PERFORM writeArticException
            END-IF
        END-IF
        END-IF
    END-IF
EXIT.

applyChange.
    IF articFoundFlag = 0
        MOVE 'ARTICULATION NOT ON MASTER' TO ae-reason
        PERFORM writeArticException
    ELSE
        PERFORM findCatalogEntry
        IF catalogFoundFlag = 0
            MOVE 'CLASSCODE NOT IN CATALOG' TO ae-reason
            PERFORM writeArticException
        ELSE
        IF at-hours = ZERO
            MOVE 'NO HOURS TO AWARD' TO ae-reason
            PERFORM writeArticException
        ELSE
            PERFORM buildArticImage
            MOVE articImageWS TO jr-oldValue

            MOVE at-classCode TO tbl-classCode(articFoundIdx)
            MOVE at-hours TO tbl-hours(articFoundIdx)

            PERFORM buildArticImage
            MOVE articImageWS TO jr-newValue
            PERFORM writeJournalEntry
        END-IF
        END-IF
    END-IF
EXIT.

applyDelete.
    IF articFoundFlag = 0
        MOVE 'ARTICULATION NOT ON MASTER' TO ae-reason
        PERFORM writeArticException
    ELSE
        MOVE 1 TO tbl-deletedFlag(articFoundIdx)

        PERFORM buildArticImage
        MOVE articImageWS TO jr-oldValue
        MOVE SPACES TO jr-newValue
        PERFORM writeJournalEntry
    END-IF
EXIT.

rewriteArticulationMaster.
    *> an overflowed load means the table is missing real entries -
    *> writing a new master from it would silently drop them, so
    *> write nothing and make the operator resize first
    IF articOverflowFlag = 1
        DISPLAY 'ARTICMAINT: NEW MASTER NOT WRITTEN - RESIZE'
            ' articulationTable'
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT articulationMasterNew
        PERFORM VARYING articIdx FROM 1 BY 1 UNTIL articIdx > articCount
            PERFORM writeArticulationEntry
        END-PERFORM
        CLOSE articulationMasterNew
    END-IF
EXIT.

writeArticulationEntry.
    IF tbl-deletedFlag(articIdx) = 0
        MOVE tbl-institution(articIdx) TO amn-institution
        MOVE tbl-course(articIdx) TO amn-course
        MOVE tbl-classCode(articIdx) TO amn-classCode
        MOVE tbl-hours(articIdx) TO amn-hours
        WRITE articulationRecordNew
    END-IF
EXIT.

writeArticException.
    MOVE at-action TO ae-action
    MOVE at-institution TO ae-institution
    MOVE at-course TO ae-course
    MOVE at-classCode TO ae-classCode
    WRITE articExceptionLine FROM articExceptionDetail
EXIT.

buildArticImage.
    MOVE tbl-institution(articFoundIdx) TO img-institution
    MOVE tbl-course(articFoundIdx) TO img-course
    MOVE tbl-classCode(articFoundIdx) TO img-classCode
    MOVE tbl-hours(articFoundIdx) TO img-hours
EXIT.

writeJournalEntry.
    *> an overflowed load writes no new master (see
    *> rewriteArticulationMaster), so nothing this run applies will
    *> ever reach the file - the journal records only changes that
    *> land.  An articulation belongs to no student, so the wNumber
    *> is blank and JRNLINQ finds these by program or date
    IF articOverflowFlag = 0
        MOVE runDateWS TO jr-runDate
        MOVE runTimeWS(1:6) TO jr-runTime
        MOVE 'ARTICMAINT' TO jr-program
        MOVE at-action TO jr-action
        MOVE SPACES TO jr-wNumber
        MOVE at-course TO jr-key
        MOVE at-submitterId TO jr-submitterId
        WRITE journalRecord
    END-IF
EXIT.
