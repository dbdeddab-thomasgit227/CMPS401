*> transcript released over a FERPA hold is an audit finding for
*> the university, not just an oops.
*>
*> Same shape as STUDENTMAINT: the master is an indexed file keyed on
*> wNumber and hold type, so P2 and REPRINT read a student's holds
*> straight off the key and no hold can fall past the end of a table.
*> The live master is copied record for record into HoldsMasterNew.dat
*> (indexed on the same key), the add/release transactions on
*> HoldsTrans.dat apply in order directly against the new generation
*> by key, and the operator swaps it in once the run ends clean, so an
*> abend mid-run never costs the only copy.  Any transaction that
*> can't be applied (add of a hold already on file, release of one
*> that isn't, bad action or hold-type code) goes to an exception list
*> instead of silently corrupting the master.
*>
*> Every add and release that applies is journaled onto
*> MaintJournal.dat with the hold type as the key, the run date,
*> and the submitter ID carried on the transaction - the same
*> permanent journal STUDENTMAINT, GRADECHG and ARTICMAINT append
*> to.  A transaction with no submitter ID is refused.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    *> OPTIONAL so the very first maintenance run, before any master
    *> exists, copies nothing instead of abending on OPEN
    SELECT OPTIONAL holdsMaster ASSIGN TO "HoldsMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS hm-holdKey.
    SELECT holdsTrans ASSIGN TO "HoldsTrans.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT holdExceptionOut ASSIGN TO "HoldMaintExceptions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> DYNAMIC - loaded in key order by the copy, then reopened I-O
    *> and maintained a transaction at a time by key
    SELECT holdsMasterNew ASSIGN TO "HoldsMasterNew.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS hmn-holdKey.
    *> the permanent maintenance journal - EXTEND (and OPTIONAL for
    *> the first run ever), never rewritten
    SELECT OPTIONAL maintJournal ASSIGN TO "MaintJournal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

    FILE SECTION.

      FD holdsMaster.
          *> layout shared with REPRINT/P2/DEGREECONF - change them
          *> together.  Keyed on wNumber then hold type, so a
          *> student's holds sit together in key order
          01 holdRecord.
              02 hm-holdKey.
                  03 hm-wNumber PIC X(8).
                  03 hm-holdType PIC X(1).

      FD holdsMasterNew.
          01 holdRecordNew.
              02 hmn-holdKey.
                  03 hmn-wNumber PIC X(8).
                  03 hmn-holdType PIC X(1).

      FD holdsTrans.
          01 holdTransRecord.
              02 ht-action PIC X(1).
              02 ht-wNumber PIC X(8).
              02 ht-holdType PIC X(1).
              02 ht-submitterId PIC X(8).

      FD holdExceptionOut.
          01 holdExceptionLine PIC X(90).

      FD maintJournal.
          *> layout shared with STUDENTMAINT/GRADECHG/ARTICMAINT/
          *> JRNLINQ - change them together
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
        01 holdFoundFlag PIC 9 VALUE 0.

        *> a keyed WRITE/DELETE the file refused - the transaction is
        *> listed as an exception and not journaled
        01 keyedUpdateFailFlag PIC 9 VALUE 0.

        01 runDateWS PIC 9(8) VALUE ZERO.
        01 runTimeWS PIC 9(8) VALUE ZERO.
        01 holdTypeNameWS PIC X(30) VALUE SPACES.

        01 holdExceptionHeading.
            02 FILLER PIC X(90) VALUE
            02 he-reason PIC X(40).

PROCEDURE DIVISION.
    ACCEPT runDateWS FROM DATE YYYYMMDD
    ACCEPT runTimeWS FROM TIME
    PERFORM copyHoldsForward

    OPEN I-O holdsMasterNew.
    OPEN INPUT holdsTrans.
    OPEN OUTPUT holdExceptionOut.
    OPEN EXTEND maintJournal.
    WRITE holdExceptionLine FROM holdExceptionHeading.
    WRITE holdExceptionLine FROM holdExceptionColHead.

        PERFORM applyTransaction
    END-PERFORM.

    CLOSE holdsTrans, holdExceptionOut, maintJournal.
    CLOSE holdsMasterNew.
STOP RUN.

copyHoldsForward.
    *> the new generation starts as a straight copy of the live
    *> master; the old file is only ever opened for input, so an
    *> abend anywhere in this run leaves the only copy intact
    OPEN INPUT holdsMaster
    OPEN OUTPUT holdsMasterNew
    PERFORM UNTIL masterEndFlag = 1
        PERFORM readMasterEntry
    END-PERFORM
    CLOSE holdsMaster, holdsMasterNew
EXIT.

readMasterEntry.
    READ holdsMaster NEXT RECORD
        AT END
            MOVE 1 TO masterEndFlag
        NOT AT END
            WRITE holdRecordNew FROM holdRecord
                INVALID KEY
                    DISPLAY 'HOLDMAINT: DUPLICATE HOLD ' hm-wNumber
                        ' TYPE ' hm-holdType ' ON HoldsMaster.dat - NOT COPIED'
                    MOVE 8 TO RETURN-CODE
            END-WRITE
    END-READ.
EXIT.

                    AND ht-holdType NOT = 'D'
                MOVE 'HOLD TYPE NOT F, C, OR D' TO he-reason
                PERFORM writeHoldException
            ELSE
            IF ht-submitterId = SPACES
                MOVE 'SUBMITTER ID MISSING' TO he-reason
                PERFORM writeHoldException
            ELSE
                PERFORM findHoldEntry

                        PERFORM writeHoldException
                END-EVALUATE
            END-IF
            END-IF
    END-READ.
EXIT.

findHoldEntry.
    MOVE ht-wNumber TO hmn-wNumber
    MOVE ht-holdType TO hmn-holdType
    READ holdsMasterNew RECORD KEY IS hmn-holdKey
        INVALID KEY
            MOVE 0 TO holdFoundFlag
        NOT INVALID KEY
            MOVE 1 TO holdFoundFlag
    END-READ
EXIT.

applyAdd.
        MOVE 'HOLD ALREADY ON MASTER' TO he-reason
        PERFORM writeHoldException
    ELSE
        MOVE ht-wNumber TO hmn-wNumber
        MOVE ht-holdType TO hmn-holdType

        MOVE 0 TO keyedUpdateFailFlag
        PERFORM nameHoldType
        MOVE '(NONE)' TO jr-oldValue
        MOVE holdTypeNameWS TO jr-newValue
        WRITE holdRecordNew
            INVALID KEY
                MOVE 1 TO keyedUpdateFailFlag
        END-WRITE
        PERFORM finishKeyedUpdate
    END-IF
EXIT.

        MOVE 'HOLD NOT ON MASTER' TO he-reason
        PERFORM writeHoldException
    ELSE
        MOVE 0 TO keyedUpdateFailFlag
        PERFORM nameHoldType
        MOVE holdTypeNameWS TO jr-oldValue
        MOVE '(RELEASED)' TO jr-newValue
        DELETE holdsMasterNew RECORD
            INVALID KEY
                MOVE 1 TO keyedUpdateFailFlag
        END-DELETE
        PERFORM finishKeyedUpdate
    END-IF
EXIT.

finishKeyedUpdate.
    *> only a change that actually landed on the new generation is
    *> journaled
    IF keyedUpdateFailFlag = 1
        MOVE 'KEYED UPDATE REFUSED BY HoldsMasterNew' TO he-reason
        PERFORM writeHoldException
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM writeJournalEntry
    END-IF
EXIT.

    MOVE ht-holdType TO he-holdType
    WRITE holdExceptionLine FROM holdExceptionDetail
EXIT.

nameHoldType.
    *> same names P2 prints on its hold banners
    EVALUATE ht-holdType
        WHEN 'F'
            MOVE 'FINANCIAL' TO holdTypeNameWS
        WHEN 'C'
            MOVE 'FERPA CONFIDENTIALITY' TO holdTypeNameWS
        WHEN 'D'
            MOVE 'DISCIPLINARY' TO holdTypeNameWS
    END-EVALUATE
EXIT.

writeJournalEntry.
    MOVE runDateWS TO jr-runDate
    MOVE runTimeWS(1:6) TO jr-runTime
    MOVE 'HOLDMAINT' TO jr-program
    MOVE ht-action TO jr-action
    MOVE ht-wNumber TO jr-wNumber
    MOVE ht-holdType TO jr-key
    MOVE ht-submitterId TO jr-submitterId
    WRITE journalRecord
EXIT.
