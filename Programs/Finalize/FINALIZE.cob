*> These files in the stream used to depend on a human remembering
*> the swap: StudentHistoryNew.dat over StudentHistory.dat,
*> StudentMasterNew.dat over StudentMaster.dat, INCLAPSE's
*> IncompleteGradesNew.dat over IncompleteGrades.dat,
*> ACADSTAND's StandingMasterNew.dat over StandingMaster.dat (a
*> stale standing master derives first PROBATION for a student who
*> should already be SUSPENDED), DEGREECONF's DegreesAwardedNew.dat
*> over DegreesAwarded.dat, and ENRLSTAT's EnrollSubmittedNew.dat
*> over EnrollSubmitted.dat (the last Clearinghouse submission the
*> next one is compared against).  This step
*> runs after BALANCE and refuses to touch anything unless
*> RunBalance.dat says RUN IN BALANCE (a missing or empty balance
*> report refuses too - no report means BALANCE never ran).
*> files were swapped - so a bad swap can be backed out from the
*> dated copies instead of reconstructed, and the log says which
*> run it belonged to.
*>
*> StudentMaster.dat is an indexed file keyed on wNumber, so its
*> pair (and its dated rollback copy) goes through a keyed copy pair
*> instead of the line-sequential one - the copy reads the old file
*> in key order and loads the new one in the same order.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    SELECT copyOut ASSIGN TO DYNAMIC copyOutName
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> the same pair for the indexed StudentMaster generations
    SELECT OPTIONAL masterCopyIn ASSIGN TO DYNAMIC copyInName
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS mci-wNumber.
    SELECT masterCopyOut ASSIGN TO DYNAMIC copyOutName
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS mco-wNumber.
    SELECT finalizeLog ASSIGN TO "FinalizeLog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
      FD balanceReport.
          01 balanceReportLine PIC X(110).

      *> wide enough for the longest record in the stream - shorter
      *> records ride through space-padded and line-sequential output
      *> drops the padding again
      FD copyIn.
          01 copyInRecord PIC X(2000).

      FD copyOut.
          01 copyOutRecord PIC X(2000).

      *> StudentMaster layout - only the key is named, the rest of
      *> the record rides through as it stands
      FD masterCopyIn.
          01 masterCopyInRecord.
              02 mci-wNumber PIC X(8).
              02 FILLER PIC X(138).

      FD masterCopyOut.
          01 masterCopyOutRecord.
              02 mco-wNumber PIC X(8).
              02 FILLER PIC X(138).

      FD finalizeLog.
          01 finalizeLogLine PIC X(110).


        *> the generation pairs, worked in a fixed order
        01 swapTable.
            02 swapEntry OCCURS 6 TIMES.
                03 sw-liveName PIC X(40).
                03 sw-newName PIC X(40).
                03 sw-backupBase PIC X(25).
                03 sw-indexedFlag PIC 9.
        01 swapIdx PIC 9(1) VALUE ZERO.

        01 backupNameWS PIC X(40) VALUE SPACES.
    MOVE 'StudentHistory.dat' TO sw-liveName(1)
    MOVE 'StudentHistoryNew.dat' TO sw-newName(1)
    MOVE 'StudentHistoryPrior-' TO sw-backupBase(1)
    MOVE 0 TO sw-indexedFlag(1)
    MOVE 'StudentMaster.dat' TO sw-liveName(2)
    MOVE 'StudentMasterNew.dat' TO sw-newName(2)
    MOVE 'StudentMasterPrior-' TO sw-backupBase(2)
    MOVE 1 TO sw-indexedFlag(2)
    MOVE 'IncompleteGrades.dat' TO sw-liveName(3)
    MOVE 'IncompleteGradesNew.dat' TO sw-newName(3)
    MOVE 'IncompleteGradesPrior-' TO sw-backupBase(3)
    MOVE 0 TO sw-indexedFlag(3)
    MOVE 'StandingMaster.dat' TO sw-liveName(4)
    MOVE 'StandingMasterNew.dat' TO sw-newName(4)
    MOVE 'StandingMasterPrior-' TO sw-backupBase(4)
    MOVE 0 TO sw-indexedFlag(4)
    MOVE 'DegreesAwarded.dat' TO sw-liveName(5)
    MOVE 'DegreesAwardedNew.dat' TO sw-newName(5)
    MOVE 'DegreesAwardedPrior-' TO sw-backupBase(5)
    MOVE 0 TO sw-indexedFlag(5)
    MOVE 'EnrollSubmitted.dat' TO sw-liveName(6)
    MOVE 'EnrollSubmittedNew.dat' TO sw-newName(6)
    MOVE 'EnrollSubmittedPrior-' TO sw-backupBase(6)
    MOVE 0 TO sw-indexedFlag(6)

    PERFORM readRunHashTotals

    MOVE currentDateWS TO lg-date
    WRITE finalizeLogLine FROM logHeading

    PERFORM VARYING swapIdx FROM 1 BY 1 UNTIL swapIdx > 6
        PERFORM swapGeneration
    END-PERFORM

countCopyInRecords.
    MOVE ZERO TO copiedCountWS
    MOVE 0 TO copyEndFlag
    IF sw-indexedFlag(swapIdx) = 1
        OPEN INPUT masterCopyIn
        PERFORM UNTIL copyEndFlag = 1
            PERFORM countMasterCopyInRecord
        END-PERFORM
        CLOSE masterCopyIn
    ELSE
        OPEN INPUT copyIn
        PERFORM UNTIL copyEndFlag = 1
            PERFORM countCopyInRecord
        END-PERFORM
        CLOSE copyIn
    END-IF
EXIT.

countCopyInRecord.
copyFile.
    MOVE ZERO TO copiedCountWS
    MOVE 0 TO copyEndFlag
    IF sw-indexedFlag(swapIdx) = 1
        OPEN INPUT masterCopyIn
        OPEN OUTPUT masterCopyOut
        PERFORM UNTIL copyEndFlag = 1
            PERFORM copyMasterRecord
        END-PERFORM
        CLOSE masterCopyIn, masterCopyOut
    ELSE
        OPEN INPUT copyIn
        OPEN OUTPUT copyOut
        PERFORM UNTIL copyEndFlag = 1
            PERFORM copyFileRecord
        END-PERFORM
        CLOSE copyIn, copyOut
    END-IF
EXIT.

copyFileRecord.
    END-READ.
EXIT.

countMasterCopyInRecord.
    READ masterCopyIn NEXT RECORD
        AT END
            MOVE 1 TO copyEndFlag
        NOT AT END
            ADD 1 TO copiedCountWS
    END-READ.
EXIT.

copyMasterRecord.
    *> read in key order, so the sequential load of the copy never
    *> sees a key out of sequence
    READ masterCopyIn NEXT RECORD
        AT END
            MOVE 1 TO copyEndFlag
        NOT AT END
            WRITE masterCopyOutRecord FROM masterCopyInRecord
            ADD 1 TO copiedCountWS
    END-READ.
EXIT.

retireNewGeneration.
    *> OPEN OUTPUT then CLOSE leaves the file present but empty -
    *> the next FINALIZE counts zero records and skips it
    MOVE sw-newName(swapIdx) TO copyOutName
    IF sw-indexedFlag(swapIdx) = 1
        OPEN OUTPUT masterCopyOut
        CLOSE masterCopyOut
    ELSE
        OPEN OUTPUT copyOut
        CLOSE copyOut
    END-IF
EXIT.

writeRunControl.
    *> record rides the file without disturbing the reconciliation
    OPEN EXTEND runControl
    MOVE 'FINALIZE' TO rc-step
    MOVE 6 TO rc-read
    MOVE swappedCountWS TO rc-written
    MOVE skippedCountWS TO rc-skipped
    MOVE ZERO TO rc-exceptions
