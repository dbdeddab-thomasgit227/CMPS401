IDENTIFICATION DIVISION. PROGRAM-ID. STUDENTMAINT.

*> Registrar maintenance for StudentMaster.dat, the demographic master
*> keyed by wNumber that P2 joins onto the transcript header.  The
*> course extract itself carries only studentName and wNumber, so
*> major/college/classification/catalog year and the student's mailing
*> address (which LETTERGEN prints the advising letters and labels
*> from) live here and nowhere else.  The master is an indexed file
*> keyed on wNumber, so every reader goes straight to the student it
*> wants and there is no table to outgrow.  This step copies the live
*> master record for record into StudentMasterNew.dat (indexed on the
*> same key), then applies the registrar's add/change/delete
*> transactions (and RECLASS's classification-only reclassify
*> transactions) from StudentMasterTrans.dat in order directly against
*> the new generation by key - FINALIZE swaps it in for the old file
*> once the run balances, the same old-master/new-master passing the
*> StudentHistory master uses, so an abend mid-run can never cost the
*> registrar the only copy.  Any transaction that can't be applied
*> (add of an existing wNumber, change/delete of a missing one, bad
*> action or classification code, a mailing address without its line
*> 1/city/state/zip) goes to an exception list instead of silently
*> corrupting the master.
*>
*> Every transaction that does apply is journaled: a before/after
*> image of the master entry goes onto MaintJournal.dat, the
*> permanent maintenance journal HOLDMAINT, GRADECHG and ARTICMAINT
*> append to as well, stamped with the run date and the submitter ID
*> carried on the transaction.  A transaction with no submitter ID
*> is refused - an unattributed change to the master is exactly what
*> the journal exists to rule out.  JRNLINQ lists the journal back by
*> wNumber, date range, or program.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    *> OPTIONAL so the very first maintenance run, before any master
    *> exists, copies nothing instead of abending on OPEN.  Read
    *> front to back here - the copy goes out in key order
    SELECT OPTIONAL studentMaster ASSIGN TO "StudentMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS sm-wNumber.
    SELECT maintTrans ASSIGN TO "StudentMasterTrans.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT maintExceptionOut ASSIGN TO "StudentMaintExceptions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> DYNAMIC - loaded in key order by the copy, then reopened I-O
    *> and maintained a transaction at a time by key
    SELECT studentMasterNew ASSIGN TO "StudentMasterNew.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS smn-wNumber.
    *> the permanent maintenance journal - EXTEND (and OPTIONAL for
    *> the first run ever) so every maintenance program's entries
    *> accumulate in one file that is never rewritten
    SELECT OPTIONAL maintJournal ASSIGN TO "MaintJournal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

              02 sm-college PIC X(20).
              02 sm-classification PIC X(2).
              02 sm-catalogYear PIC 9(4).
              02 sm-addressLine1 PIC X(30).
              02 sm-addressLine2 PIC X(30).
              02 sm-city PIC X(20).
              02 sm-state PIC X(2).
              02 sm-zipCode PIC X(10).

      FD studentMasterNew.
          01 masterRecordNew.
              02 smn-college PIC X(20).
              02 smn-classification PIC X(2).
              02 smn-catalogYear PIC 9(4).
              02 smn-addressLine1 PIC X(30).
              02 smn-addressLine2 PIC X(30).
              02 smn-city PIC X(20).
              02 smn-state PIC X(2).
              02 smn-zipCode PIC X(10).

      FD maintTrans.
          *> tr-action A add, C change (every field replaced), D
          *> delete, R reclassify (tr-classification only, the other
          *> fields ignored).  RECLASS writes this layout to
          *> ReclassTrans.dat as R transactions - change them together
          01 transRecord.
              02 tr-action PIC X(1).
              02 tr-wNumber PIC X(8).
              02 tr-college PIC X(20).
              02 tr-classification PIC X(2).
              02 tr-catalogYear PIC 9(4).
              02 tr-addressLine1 PIC X(30).
              02 tr-addressLine2 PIC X(30).
              02 tr-city PIC X(20).
              02 tr-state PIC X(2).
              02 tr-zipCode PIC X(10).
              02 tr-submitterId PIC X(8).

      FD maintExceptionOut.
          01 maintExceptionLine PIC X(90).

      FD maintJournal.
          *> layout shared with HOLDMAINT/GRADECHG/ARTICMAINT/JRNLINQ -
          *> change them together
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
        01 masterFoundFlag PIC 9 VALUE 0.

        *> a keyed WRITE/REWRITE/DELETE the file refused - the
        *> transaction is listed as an exception and not journaled
        01 keyedUpdateFailFlag PIC 9 VALUE 0.

        01 runDateWS PIC 9(8) VALUE ZERO.
        01 runTimeWS PIC 9(8) VALUE ZERO.

        *> the journal's picture of one master entry - blank on the
        *> old side of an add and the new side of a delete
        01 masterImageWS.
            02 img-major PIC X(20).
            02 FILLER PIC X(1) VALUE SPACE.
            02 img-college PIC X(20).
            02 FILLER PIC X(1) VALUE SPACE.
            02 img-classification PIC X(2).
            02 FILLER PIC X(1) VALUE SPACE.
            02 img-catalogYear PIC 9(4).
            02 FILLER PIC X(1) VALUE SPACE.
            02 img-addressLine1 PIC X(30).
            02 FILLER PIC X(1) VALUE SPACE.
            02 img-addressLine2 PIC X(30).
            02 FILLER PIC X(1) VALUE SPACE.
            02 img-city PIC X(20).
            02 FILLER PIC X(1) VALUE SPACE.
            02 img-state PIC X(2).
            02 FILLER PIC X(1) VALUE SPACE.
            02 img-zipCode PIC X(10).

        01 maintExceptionHeading.
            02 FILLER PIC X(90) VALUE
            02 me-reason PIC X(40).

PROCEDURE DIVISION.
    ACCEPT runDateWS FROM DATE YYYYMMDD
    ACCEPT runTimeWS FROM TIME
    PERFORM copyMasterForward

    OPEN I-O studentMasterNew.
    OPEN INPUT maintTrans.
    OPEN OUTPUT maintExceptionOut.
    OPEN EXTEND maintJournal.
    WRITE maintExceptionLine FROM maintExceptionHeading.
    WRITE maintExceptionLine FROM maintExceptionColHead.

        PERFORM applyTransaction
    END-PERFORM.

    CLOSE maintTrans, maintExceptionOut, maintJournal.
    CLOSE studentMasterNew.
STOP RUN.

copyMasterForward.
    *> the new generation starts as a straight copy of the live
    *> master; the old file is only ever opened for input, so an
    *> abend anywhere in this run leaves the registrar's only copy
    *> intact
    OPEN INPUT studentMaster
    OPEN OUTPUT studentMasterNew
    PERFORM UNTIL masterEndFlag = 1
        PERFORM readMasterEntry
    END-PERFORM
    CLOSE studentMaster, studentMasterNew
EXIT.

readMasterEntry.
    READ studentMaster NEXT RECORD
        AT END
            MOVE 1 TO masterEndFlag
        NOT AT END
            WRITE masterRecordNew FROM masterRecord
                INVALID KEY
                    DISPLAY 'STUDENTMAINT: DUPLICATE wNumber '
                        sm-wNumber ' ON StudentMaster.dat - NOT COPIED'
                    MOVE 8 TO RETURN-CODE
            END-WRITE
    END-READ.
EXIT.

        AT END
            MOVE 1 TO transEndFlag
        NOT AT END
            IF tr-submitterId = SPACES
                MOVE 'SUBMITTER ID MISSING' TO me-reason
                PERFORM writeMaintException
            ELSE
                PERFORM findMasterEntry

                EVALUATE tr-action
                    WHEN 'A'
                        PERFORM applyAdd
                    WHEN 'C'
                        PERFORM applyChange
                    WHEN 'D'
                        PERFORM applyDelete
                    WHEN 'R'
                        PERFORM applyReclassify
                    WHEN OTHER
                        MOVE 'ACTION NOT A, C, D, OR R' TO me-reason
                        PERFORM writeMaintException
                END-EVALUATE
            END-IF
    END-READ.
EXIT.

findMasterEntry.
    *> a found record stays in masterRecordNew, the before image for
    *> a change or delete
    MOVE tr-wNumber TO smn-wNumber
    READ studentMasterNew RECORD KEY IS smn-wNumber
        INVALID KEY
            MOVE 0 TO masterFoundFlag
        NOT INVALID KEY
            MOVE 1 TO masterFoundFlag
    END-READ
EXIT.

applyAdd.
        MOVE 'WNUMBER ALREADY ON MASTER' TO me-reason
        PERFORM writeMaintException
    ELSE
        PERFORM validateTransFields
        IF me-reason NOT = SPACES
            PERFORM writeMaintException
        ELSE
            MOVE tr-wNumber TO smn-wNumber
            MOVE tr-major TO smn-major
            MOVE tr-college TO smn-college
            MOVE tr-classification TO smn-classification
            MOVE tr-catalogYear TO smn-catalogYear
            PERFORM moveTransAddress

            MOVE 0 TO keyedUpdateFailFlag
            MOVE SPACES TO jr-oldValue
            PERFORM buildMasterImage
            MOVE masterImageWS TO jr-newValue
            WRITE masterRecordNew
                INVALID KEY
                    MOVE 1 TO keyedUpdateFailFlag
            END-WRITE
            PERFORM finishKeyedUpdate
        END-IF
    END-IF
EXIT.

applyChange.
    IF masterFoundFlag = 0
        MOVE 'WNUMBER NOT ON MASTER' TO me-reason
        PERFORM writeMaintException
    ELSE
        PERFORM validateTransFields
        IF me-reason NOT = SPACES
            PERFORM writeMaintException
        ELSE
            PERFORM buildMasterImage
            MOVE masterImageWS TO jr-oldValue

            MOVE tr-major TO smn-major
            MOVE tr-college TO smn-college
            MOVE tr-classification TO smn-classification
            MOVE tr-catalogYear TO smn-catalogYear
            PERFORM moveTransAddress

            MOVE 0 TO keyedUpdateFailFlag
            PERFORM buildMasterImage
            MOVE masterImageWS TO jr-newValue
            REWRITE masterRecordNew
                INVALID KEY
                    MOVE 1 TO keyedUpdateFailFlag
            END-REWRITE
            PERFORM finishKeyedUpdate
        END-IF
    END-IF
EXIT.

applyReclassify.
    *> classification only - every other field on the transaction is
    *> ignored, so a reclassification landing in the same cycle as
    *> the registrar's own change to the major, catalog year or
    *> address can't put the old values back
    IF masterFoundFlag = 0
        MOVE 'WNUMBER NOT ON MASTER' TO me-reason
        PERFORM writeMaintException
            MOVE 'CLASSIFICATION NOT FR/SO/JR/SR' TO me-reason
            PERFORM writeMaintException
        ELSE
            PERFORM buildMasterImage
            MOVE masterImageWS TO jr-oldValue

            MOVE tr-classification TO smn-classification

            MOVE 0 TO keyedUpdateFailFlag
            PERFORM buildMasterImage
            MOVE masterImageWS TO jr-newValue
            REWRITE masterRecordNew
                INVALID KEY
                    MOVE 1 TO keyedUpdateFailFlag
            END-REWRITE
            PERFORM finishKeyedUpdate
        END-IF
    END-IF
EXIT.
        MOVE 'WNUMBER NOT ON MASTER' TO me-reason
        PERFORM writeMaintException
    ELSE
        MOVE 0 TO keyedUpdateFailFlag
        PERFORM buildMasterImage
        MOVE masterImageWS TO jr-oldValue
        MOVE SPACES TO jr-newValue
        DELETE studentMasterNew RECORD
            INVALID KEY
                MOVE 1 TO keyedUpdateFailFlag
        END-DELETE
        PERFORM finishKeyedUpdate
    END-IF
EXIT.

validateTransFields.
    *> me-reason comes back blank when the add/change can go on.  A
    *> student may have no mailing address on file at all (LETTERGEN
    *> lists them as exceptions), but a partial one would print a
    *> letter nobody can deliver
    MOVE SPACES TO me-reason
    IF tr-classification NOT = 'FR' AND tr-classification NOT = 'SO'
            AND tr-classification NOT = 'JR' AND tr-classification NOT = 'SR'
        MOVE 'CLASSIFICATION NOT FR/SO/JR/SR' TO me-reason
    ELSE
        IF tr-addressLine1 NOT = SPACES OR tr-addressLine2 NOT = SPACES
                OR tr-city NOT = SPACES OR tr-state NOT = SPACES
                OR tr-zipCode NOT = SPACES
            IF tr-addressLine1 = SPACES OR tr-city = SPACES
                    OR tr-state = SPACES OR tr-zipCode = SPACES
                MOVE 'ADDRESS NEEDS LINE 1/CITY/STATE/ZIP' TO me-reason
            END-IF
        END-IF
    END-IF
EXIT.

moveTransAddress.
    MOVE tr-addressLine1 TO smn-addressLine1
    MOVE tr-addressLine2 TO smn-addressLine2
    MOVE tr-city TO smn-city
    MOVE tr-state TO smn-state
    MOVE tr-zipCode TO smn-zipCode
EXIT.

finishKeyedUpdate.
    *> only a change that actually landed on the new generation is
    *> journaled
    IF keyedUpdateFailFlag = 1
        MOVE 'KEYED UPDATE REFUSED BY StudentMasterNew' TO me-reason
        PERFORM writeMaintException
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM writeJournalEntry
    END-IF
EXIT.

    MOVE tr-wNumber TO me-wNumber
    WRITE maintExceptionLine FROM maintExceptionDetail
EXIT.

buildMasterImage.
    MOVE smn-major TO img-major
    MOVE smn-college TO img-college
    MOVE smn-classification TO img-classification
    MOVE smn-catalogYear TO img-catalogYear
    MOVE smn-addressLine1 TO img-addressLine1
    MOVE smn-addressLine2 TO img-addressLine2
    MOVE smn-city TO img-city
    MOVE smn-state TO img-state
    MOVE smn-zipCode TO img-zipCode
EXIT.

writeJournalEntry.
    MOVE runDateWS TO jr-runDate
    MOVE runTimeWS(1:6) TO jr-runTime
    MOVE 'STUDENTMAINT' TO jr-program
    MOVE tr-action TO jr-action
    MOVE tr-wNumber TO jr-wNumber
    MOVE SPACES TO jr-key
    MOVE tr-submitterId TO jr-submitterId
    WRITE journalRecord
EXIT.
