*> carries no college, major, or classification - HONORROLL's own
*> header used to admit as much - while StudentMaster.dat has carried
*> all three since STUDENTMAINT went in.  This step runs after P2's
*> main pass, reads the master by key the same way P2 reads it for
*> the transcript header, and writes P2TermStatsEnriched.dat: every
*> stats row unchanged, with the student's college, major, and
*> classification appended.  The Dean's List can then print in
*> college order, the SAP report can subtotal by college, and the
    SELECT termStats ASSIGN TO "P2TermStats.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> indexed on wNumber and read by key per stats row.  OPTIONAL so
    *> a run without a master still produces the enriched file, just
    *> with every row flagged NOT ON FILE
    SELECT OPTIONAL studentMaster ASSIGN TO "StudentMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS sm-wNumber.
    SELECT enrichedStats ASSIGN TO "P2TermStatsEnriched.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
              02 ts-prior-term PIC X(11).
              02 ts-prior-semester-gpa PIC 9(2)V99.
              02 ts-has-prior PIC 9.
              02 ts-semester-withdrawn PIC 9(2)V99.

      FD studentMaster.
          01 masterRecord.
              02 sm-college PIC X(20).
              02 sm-classification PIC X(2).
              02 sm-catalogYear PIC 9(4).
              02 sm-addressLine1 PIC X(30).
              02 sm-addressLine2 PIC X(30).
              02 sm-city PIC X(20).
              02 sm-state PIC X(2).
              02 sm-zipCode PIC X(10).

      FD enrichedStats.
          *> the stats layout above, verbatim, with the demographic
              02 tse-prior-term PIC X(11).
              02 tse-prior-semester-gpa PIC 9(2)V99.
              02 tse-has-prior PIC 9.
              02 tse-semester-withdrawn PIC 9(2)V99.
              02 tse-college PIC X(20).
              02 tse-major PIC X(20).
              02 tse-classification PIC X(2).

    WORKING-STORAGE SECTION.
        01 statsEndFlag PIC 9 VALUE 0.

        *> a found master record stays in masterRecord for the join
        01 demographicFoundFlag PIC 9 VALUE ZERO.

        01 rowCountWS PIC 9(7) VALUE ZERO.
        01 unmatchedCountWS PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
    OPEN INPUT studentMaster.
    OPEN INPUT termStats.
    OPEN OUTPUT enrichedStats.

        PERFORM joinStatsRow
    END-PERFORM.

    CLOSE termStats, studentMaster, enrichedStats.

    DISPLAY 'STATSJOIN: ' rowCountWS ' ROW(S) ENRICHED, '
        unmatchedCountWS ' NOT ON STUDENT MASTER'
STOP RUN.

joinStatsRow.
    READ termStats
        AT END
            MOVE ts-prior-term TO tse-prior-term
            MOVE ts-prior-semester-gpa TO tse-prior-semester-gpa
            MOVE ts-has-prior TO tse-has-prior
            MOVE ts-semester-withdrawn TO tse-semester-withdrawn

            IF demographicFoundFlag = 1
                MOVE sm-college TO tse-college
                MOVE sm-major TO tse-major
                MOVE sm-classification TO tse-classification
            ELSE
                ADD 1 TO unmatchedCountWS
                MOVE '(NOT ON FILE)' TO tse-college
EXIT.

findDemographicEntry.
    MOVE ts-wNumber TO sm-wNumber
    READ studentMaster RECORD KEY IS sm-wNumber
        INVALID KEY
            MOVE 0 TO demographicFoundFlag
        NOT INVALID KEY
            MOVE 1 TO demographicFoundFlag
    END-READ
EXIT.
