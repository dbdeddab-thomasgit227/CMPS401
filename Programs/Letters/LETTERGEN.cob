IDENTIFICATION DIVISION. PROGRAM-ID. LETTERGEN.

*> Student notification letters.  Advising used to mail-merge these
*> by hand off printouts of the term's results, and every term some
*> suspended student never got a notice.  This step reads the same
*> results straight off the files that print them and produces one
*> letter per student per event:
*>   StandingChanges.dat (ACADSTAND)   - PR probation, CP continued
*>                                       probation, SU suspension,
*>                                       RE reinstatement (back to
*>                                       good standing)
*>   HonorRoll.dat (HONORROLL)         - DL dean's list
*>   LapsedIncompletes.dat (INCLAPSE)  - IF incomplete lapsed to F,
*>                                       one letter per course
*> The first two are print reports, so only their detail lines are
*> events - headings, college breaks and totals are read past.  Any
*> of the three may be absent (the step that writes it didn't run
*> this term) and simply contributes no events.
*>
*> The wording lives on LetterTemplates.dat, maintained by advising:
*> one record per letter line - letter type, line sequence, text -
*> printed in file order.  The text may carry merge fields, each an
*> ampersand and one letter: &N student name, &W wNumber, &T term,
*> &C course, &D course description, &G semester GPA.  The mailing
*> address comes from StudentMaster.dat (maintained through
*> STUDENTMAINT), read by key.
*>
*> Letters.dat holds the letters themselves, one after another
*> behind a separator rule; MailingLabels.dat holds one label record
*> per letter in the same order, so the envelopes stuff in sequence.
*> An event that can't produce a letter - student not on the master,
*> no mailing address on file, no template for that letter type -
*> goes to LetterExceptions.dat instead of being dropped.
*> LetterControl.dat reconciles it all by letter type: events read
*> = letters produced + exceptions, and labels written = letters
*> produced.  Any exception or imbalance ends the step with
*> RETURN-CODE 8 so advising works the exception list before the
*> letters go to the mailroom.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    *> OPTIONAL - a results step that didn't run this term supplies
    *> no events rather than abending the letters
    SELECT OPTIONAL standingChanges ASSIGN TO "StandingChanges.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT OPTIONAL honorRoll ASSIGN TO "HonorRoll.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT OPTIONAL lapsedIncompletes ASSIGN TO "LapsedIncompletes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT letterTemplates ASSIGN TO "LetterTemplates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    *> indexed on wNumber - read by key for each event
    SELECT OPTIONAL studentMaster ASSIGN TO "StudentMaster.dat"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS sm-wNumber.
    SELECT lettersOut ASSIGN TO "Letters.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT mailingLabelsOut ASSIGN TO "MailingLabels.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT letterControlOut ASSIGN TO "LetterControl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.
    SELECT letterExceptionOut ASSIGN TO "LetterExceptions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS IS SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.

      FD standingChanges.
          *> ACADSTAND's changeDetail print line - change them
          *> together.  Only lines whose TO column names a standing
          *> are events
          01 standingChangeLine.
              02 sc-wNumber PIC X(10).
              02 sc-studentName PIC X(20).
              02 sc-term PIC X(13).
              02 sc-fromStanding PIC X(22).
              02 sc-toStanding PIC X(20).
              02 FILLER PIC X(15).

      FD honorRoll.
          *> HONORROLL's honorRollDetail print line - change them
          *> together
          01 honorRollLine.
              02 hr-wNumber PIC X(10).
              02 hr-studentName PIC X(22).
              02 hr-term PIC X(12).
              02 hr-hours PIC X(5).
              02 FILLER PIC X(3).
              02 hr-gpa PIC X(5).
              02 FILLER PIC X(23).

      FD lapsedIncompletes.
          *> INCLAPSE's lapsed-F course record (the P2InRaw.dat
          *> extract layout) - change them together
          01 lapsedCourse.
              02 lap-studentName PIC X(18).
              02 lap-wNumber PIC X(8).
              02 lap-term PIC X(11).
              02 lap-classCode PIC X(10).
              02 lap-desc PIC X(28).
              02 lap-grade PIC X(2).
              02 lap-hours PIC 9(1)V99.

      FD letterTemplates.
          01 templateRecord.
              02 lt-letterType PIC X(2).
              02 lt-lineSeq PIC 9(3).
              02 lt-text PIC X(70).

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

      FD lettersOut.
          01 letterLine PIC X(80).

      FD mailingLabelsOut.
          01 mailingLabelRecord.
              02 ml-wNumber PIC X(8).
              02 ml-letterType PIC X(2).
              02 ml-studentName PIC X(18).
              02 ml-addressLine1 PIC X(30).
              02 ml-addressLine2 PIC X(30).
              02 ml-city PIC X(20).
              02 ml-state PIC X(2).
              02 ml-zipCode PIC X(10).

      FD letterControlOut.
          01 letterControlLine PIC X(100).

      FD letterExceptionOut.
          01 letterExceptionLine PIC X(100).

    WORKING-STORAGE SECTION.
        01 standingEndFlag PIC 9 VALUE 0.
        01 honorEndFlag PIC 9 VALUE 0.
        01 lapsedEndFlag PIC 9 VALUE 0.
        01 templateEndFlag PIC 9 VALUE 0.
        01 templateOverflowFlag PIC 9 VALUE 0.
        01 demographicFoundFlag PIC 9 VALUE 0.
        01 currentDateWS PIC 9(8) VALUE ZERO.

        *> one entry per letter type, with its reconciliation counts
        01 letterTypeTable.
            02 letterTypeEntry OCCURS 6 TIMES.
                03 lty-letterType PIC X(2).
                03 lty-letterName PIC X(22).
                03 lty-templateLines PIC 9(3).
                03 lty-eventsRead PIC 9(6).
                03 lty-lettersProduced PIC 9(6).
                03 lty-notOnMaster PIC 9(6).
                03 lty-noAddress PIC 9(6).
                03 lty-noTemplate PIC 9(6).
        01 letterTypeCount PIC 9(2) VALUE 6.
        01 letterTypeIdx PIC 9(2) VALUE ZERO.
        01 letterTypeFoundIdx PIC 9(2) VALUE ZERO.

        *> every template line in file order; a letter prints the
        *> lines carrying its type
        01 templateTable.
            02 templateEntry OCCURS 500 TIMES.
                03 tpl-letterType PIC X(2).
                03 tpl-text PIC X(70).
        01 templateCount PIC 9(3) VALUE ZERO.
        01 templateIdx PIC 9(3) VALUE ZERO.

        *> the event in hand, whichever file it came from - fields the
        *> source doesn't carry stay blank
        01 eventLetterType PIC X(2).
        01 eventWNumber PIC X(8).
        01 eventStudentName PIC X(18).
        01 eventTerm PIC X(11).
        01 eventClassCode PIC X(10).
        01 eventDesc PIC X(28).
        01 eventGpa PIC X(5).

        *> merge-field substitution - mergeValueWS is appended to
        *> mergeLineWS at mergeOutIdx with its trailing spaces dropped
        01 mergeLineWS PIC X(80).
        01 mergeValueWS PIC X(30).
        01 mergeValueLen PIC 9(2) VALUE ZERO.
        01 mergeSrcIdx PIC 9(3) VALUE ZERO.
        01 mergeOutIdx PIC 9(3) VALUE ZERO.
        01 mergeEndIdx PIC 9(3) VALUE ZERO.
        01 mergeTokenWS PIC X(1).
        01 mergeTokenFlag PIC 9 VALUE 0.

        01 totalEventsWS PIC 9(6) VALUE ZERO.
        01 totalLettersWS PIC 9(6) VALUE ZERO.
        01 totalExceptionsWS PIC 9(6) VALUE ZERO.
        01 totalLabelsWS PIC 9(6) VALUE ZERO.
        01 typeExceptionsWS PIC 9(6) VALUE ZERO.
        01 typeAccountedWS PIC 9(6) VALUE ZERO.
        01 outOfBalanceFlag PIC 9 VALUE 0.

        01 letterRule.
            02 FILLER PIC X(80) VALUE ALL '='.

        01 letterDateLine.
            02 FILLER PIC X(50) VALUE SPACES.
            02 ld-month PIC X(2).
            02 FILLER PIC X(1) VALUE '/'.
            02 ld-day PIC X(2).
            02 FILLER PIC X(1) VALUE '/'.
            02 ld-year PIC X(4).

        01 blankLineWS PIC X(1) VALUE SPACE.

        01 letterExceptionHeading.
            02 FILLER PIC X(100) VALUE
                'STUDENT LETTER EXCEPTIONS - EVENTS WITH NO LETTER PRODUCED'.

        01 letterExceptionColHead.
            02 FILLER PIC X(100) VALUE
                'W-NUMBER  STUDENT NAME        LETTER                  TERM         REASON'.

        01 letterExceptionDetail.
            02 le-wNumber PIC X(10).
            02 le-studentName PIC X(20).
            02 le-letterName PIC X(24).
            02 le-term PIC X(13).
            02 le-reason PIC X(30).

        01 letterControlHeading.
            02 FILLER PIC X(53) VALUE
                'STUDENT LETTER CONTROL - EVENTS READ VS LETTERS, RUN '.
            02 lc-runDate PIC 9(8).

        01 letterControlColHead.
            02 FILLER PIC X(100) VALUE
                'LETTER                EVENTS  LETTERS  NOT ON MSTR  NO ADDRESS  NO TEMPLATE'.

        01 letterControlDetail.
            02 lc-letterName PIC X(22).
            02 lc-eventsRead PIC ZZZZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 lc-lettersProduced PIC ZZZZZ9.
            02 FILLER PIC X(7) VALUE SPACES.
            02 lc-notOnMaster PIC ZZZZZ9.
            02 FILLER PIC X(6) VALUE SPACES.
            02 lc-noAddress PIC ZZZZZ9.
            02 FILLER PIC X(7) VALUE SPACES.
            02 lc-noTemplate PIC ZZZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 lc-balanceFlag PIC X(14).

        01 letterControlTotalLine.
            02 FILLER PIC X(13) VALUE 'EVENTS READ: '.
            02 lc-totalEvents PIC ZZZZZ9.
            02 FILLER PIC X(12) VALUE '  LETTERS: '.
            02 lc-totalLetters PIC ZZZZZ9.
            02 FILLER PIC X(15) VALUE '  EXCEPTIONS: '.
            02 lc-totalExceptions PIC ZZZZZ9.
            02 FILLER PIC X(11) VALUE '  LABELS: '.
            02 lc-totalLabels PIC ZZZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 lc-totalBalanceFlag PIC X(14).

PROCEDURE DIVISION.
    ACCEPT currentDateWS FROM DATE YYYYMMDD
    MOVE currentDateWS(5:2) TO ld-month
    MOVE currentDateWS(7:2) TO ld-day
    MOVE currentDateWS(1:4) TO ld-year

    PERFORM initLetterTypes
    PERFORM loadTemplates

    *> a template cut off part-way would mail letters missing their
    *> closing lines - stop before anything prints
    IF templateOverflowFlag = 1
        DISPLAY 'LETTERGEN: *** templateTable full (500) - NO LETTERS'
            ' PRODUCED ***'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT studentMaster
    OPEN OUTPUT lettersOut
    OPEN OUTPUT mailingLabelsOut
    OPEN OUTPUT letterExceptionOut
    WRITE letterExceptionLine FROM letterExceptionHeading
    WRITE letterExceptionLine FROM letterExceptionColHead

    OPEN INPUT standingChanges
    PERFORM UNTIL standingEndFlag = 1
        PERFORM readStandingChange
    END-PERFORM
    CLOSE standingChanges

    OPEN INPUT honorRoll
    PERFORM UNTIL honorEndFlag = 1
        PERFORM readHonorRoll
    END-PERFORM
    CLOSE honorRoll

    OPEN INPUT lapsedIncompletes
    PERFORM UNTIL lapsedEndFlag = 1
        PERFORM readLapsedIncomplete
    END-PERFORM
    CLOSE lapsedIncompletes

    PERFORM writeLetterControl

    CLOSE studentMaster, lettersOut, mailingLabelsOut,
        letterExceptionOut

    DISPLAY 'LETTERGEN: ' totalLettersWS ' LETTER(S) FROM '
        totalEventsWS ' EVENT(S), ' totalExceptionsWS ' EXCEPTION(S)'
    IF totalExceptionsWS > ZERO OR outOfBalanceFlag = 1
        DISPLAY 'LETTERGEN: SEE LetterExceptions.dat AND LetterControl.dat'
        MOVE 8 TO RETURN-CODE
    END-IF
STOP RUN.

initLetterTypes.
    INITIALIZE letterTypeTable
    MOVE 'PR' TO lty-letterType(1)
    MOVE 'PROBATION' TO lty-letterName(1)
    MOVE 'CP' TO lty-letterType(2)
    MOVE 'CONTINUED PROBATION' TO lty-letterName(2)
    MOVE 'SU' TO lty-letterType(3)
    MOVE 'SUSPENSION' TO lty-letterName(3)
    MOVE 'RE' TO lty-letterType(4)
    MOVE 'REINSTATEMENT' TO lty-letterName(4)
    MOVE 'DL' TO lty-letterType(5)
    MOVE 'DEANS LIST' TO lty-letterName(5)
    MOVE 'IF' TO lty-letterType(6)
    MOVE 'INCOMPLETE LAPSED TO F' TO lty-letterName(6)
EXIT.

loadTemplates.
    OPEN INPUT letterTemplates
    PERFORM UNTIL templateEndFlag = 1
        PERFORM readTemplateLine
    END-PERFORM
    CLOSE letterTemplates
EXIT.

readTemplateLine.
    READ letterTemplates
        AT END
            MOVE 1 TO templateEndFlag
        NOT AT END
            MOVE lt-letterType TO eventLetterType
            PERFORM findLetterType
            IF letterTypeFoundIdx = 0
                *> a line no letter would ever print - say so, but
                *> the letters that are there still go out
                DISPLAY 'LETTERGEN: LetterTemplates.dat LETTER TYPE '
                    lt-letterType ' LINE ' lt-lineSeq ' NOT A LETTER TYPE'
                    ' - IGNORED'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF templateCount < 500
                    ADD 1 TO templateCount
                    MOVE lt-letterType TO tpl-letterType(templateCount)
                    MOVE lt-text TO tpl-text(templateCount)
                    ADD 1 TO lty-templateLines(letterTypeFoundIdx)
                ELSE
                    MOVE 1 TO templateOverflowFlag
                END-IF
            END-IF
    END-READ.
EXIT.

findLetterType.
    MOVE 0 TO letterTypeFoundIdx
    PERFORM VARYING letterTypeIdx FROM 1 BY 1
            UNTIL letterTypeIdx > letterTypeCount
        IF lty-letterType(letterTypeIdx) = eventLetterType
            MOVE letterTypeIdx TO letterTypeFoundIdx
        END-IF
    END-PERFORM
EXIT.

readStandingChange.
    READ standingChanges
        AT END
            MOVE 1 TO standingEndFlag
        NOT AT END
            *> the TO column names the standing the student moved
            *> into; the heading, column heading and total lines
            *> carry nothing there that matches
            MOVE SPACES TO eventLetterType
            EVALUATE sc-toStanding
                WHEN 'PROBATION'
                    MOVE 'PR' TO eventLetterType
                WHEN 'CONTINUED PROBATION'
                    MOVE 'CP' TO eventLetterType
                WHEN 'SUSPENSION'
                    MOVE 'SU' TO eventLetterType
                WHEN 'GOOD STANDING'
                    MOVE 'RE' TO eventLetterType
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF eventLetterType NOT = SPACES
                PERFORM clearEvent
                MOVE sc-wNumber TO eventWNumber
                MOVE sc-studentName TO eventStudentName
                MOVE sc-term TO eventTerm
                PERFORM processEvent
            END-IF
    END-READ.
EXIT.

readHonorRoll.
    READ honorRoll
        AT END
            MOVE 1 TO honorEndFlag
        NOT AT END
            *> everything that isn't a student detail line is
            *> HONORROLL's heading, a blank college break, a college
            *> heading or the column heading
            IF hr-wNumber NOT = SPACES
                    AND hr-wNumber(1:8) NOT = 'W-NUMBER'
                    AND hr-wNumber(1:8) NOT = 'COLLEGE:'
                    AND hr-wNumber(1:10) NOT = 'DEANS LIST'
                MOVE 'DL' TO eventLetterType
                PERFORM clearEvent
                MOVE hr-wNumber TO eventWNumber
                MOVE hr-studentName TO eventStudentName
                MOVE hr-term TO eventTerm
                MOVE hr-gpa TO eventGpa
                PERFORM processEvent
            END-IF
    END-READ.
EXIT.

readLapsedIncomplete.
    READ lapsedIncompletes
        AT END
            MOVE 1 TO lapsedEndFlag
        NOT AT END
            MOVE 'IF' TO eventLetterType
            PERFORM clearEvent
            MOVE lap-wNumber TO eventWNumber
            MOVE lap-studentName TO eventStudentName
            MOVE lap-term TO eventTerm
            MOVE lap-classCode TO eventClassCode
            MOVE lap-desc TO eventDesc
            PERFORM processEvent
    END-READ.
EXIT.

clearEvent.
    MOVE SPACES TO eventWNumber
    MOVE SPACES TO eventStudentName
    MOVE SPACES TO eventTerm
    MOVE SPACES TO eventClassCode
    MOVE SPACES TO eventDesc
    MOVE SPACES TO eventGpa
EXIT.

processEvent.
    PERFORM findLetterType
    ADD 1 TO lty-eventsRead(letterTypeFoundIdx)
    ADD 1 TO totalEventsWS

    MOVE eventWNumber TO sm-wNumber
    READ studentMaster RECORD KEY IS sm-wNumber
        INVALID KEY
            MOVE 0 TO demographicFoundFlag
        NOT INVALID KEY
            MOVE 1 TO demographicFoundFlag
    END-READ

    EVALUATE TRUE
        WHEN demographicFoundFlag = 0
            ADD 1 TO lty-notOnMaster(letterTypeFoundIdx)
            MOVE 'NOT ON STUDENT MASTER' TO le-reason
            PERFORM writeLetterException
        WHEN sm-addressLine1 = SPACES OR sm-city = SPACES
                OR sm-state = SPACES OR sm-zipCode = SPACES
            ADD 1 TO lty-noAddress(letterTypeFoundIdx)
            MOVE 'NO MAILING ADDRESS ON FILE' TO le-reason
            PERFORM writeLetterException
        WHEN lty-templateLines(letterTypeFoundIdx) = ZERO
            ADD 1 TO lty-noTemplate(letterTypeFoundIdx)
            MOVE 'NO TEMPLATE FOR LETTER TYPE' TO le-reason
            PERFORM writeLetterException
        WHEN OTHER
            PERFORM writeLetter
            PERFORM writeMailingLabel
            ADD 1 TO lty-lettersProduced(letterTypeFoundIdx)
            ADD 1 TO totalLettersWS
    END-EVALUATE
EXIT.

writeLetter.
    WRITE letterLine FROM letterRule
    WRITE letterLine FROM letterDateLine
    WRITE letterLine FROM blankLineWS
    WRITE letterLine FROM eventStudentName
    WRITE letterLine FROM sm-addressLine1
    IF sm-addressLine2 NOT = SPACES
        WRITE letterLine FROM sm-addressLine2
    END-IF

    *> City, ST  ZIP
    MOVE SPACES TO mergeLineWS
    MOVE 1 TO mergeOutIdx
    MOVE sm-city TO mergeValueWS
    PERFORM appendMergeValue
    MOVE ',' TO mergeValueWS
    PERFORM appendMergeValue
    ADD 1 TO mergeOutIdx
    MOVE sm-state TO mergeValueWS
    PERFORM appendMergeValue
    ADD 2 TO mergeOutIdx
    MOVE sm-zipCode TO mergeValueWS
    PERFORM appendMergeValue
    WRITE letterLine FROM mergeLineWS
    WRITE letterLine FROM blankLineWS

    PERFORM VARYING templateIdx FROM 1 BY 1
            UNTIL templateIdx > templateCount
        IF tpl-letterType(templateIdx) = eventLetterType
            PERFORM mergeTemplateLine
            WRITE letterLine FROM mergeLineWS
        END-IF
    END-PERFORM
EXIT.

mergeTemplateLine.
    MOVE SPACES TO mergeLineWS
    MOVE 1 TO mergeOutIdx
    PERFORM VARYING mergeSrcIdx FROM 1 BY 1 UNTIL mergeSrcIdx > 70
        PERFORM mergeTemplateChar
    END-PERFORM
EXIT.

mergeTemplateChar.
    *> an ampersand followed by a known field letter is replaced by
    *> the field; any other ampersand prints as itself
    MOVE 0 TO mergeTokenFlag
    IF tpl-text(templateIdx)(mergeSrcIdx:1) = '&' AND mergeSrcIdx < 70
        MOVE tpl-text(templateIdx)(mergeSrcIdx + 1:1) TO mergeTokenWS
        MOVE 1 TO mergeTokenFlag
        EVALUATE mergeTokenWS
            WHEN 'N'
                MOVE eventStudentName TO mergeValueWS
            WHEN 'W'
                MOVE eventWNumber TO mergeValueWS
            WHEN 'T'
                MOVE eventTerm TO mergeValueWS
            WHEN 'C'
                MOVE eventClassCode TO mergeValueWS
            WHEN 'D'
                MOVE eventDesc TO mergeValueWS
            WHEN 'G'
                MOVE eventGpa TO mergeValueWS
            WHEN OTHER
                MOVE 0 TO mergeTokenFlag
        END-EVALUATE
    END-IF

    IF mergeTokenFlag = 1
        PERFORM appendMergeValue
        ADD 1 TO mergeSrcIdx
    ELSE
        IF mergeOutIdx NOT > 80
            MOVE tpl-text(templateIdx)(mergeSrcIdx:1)
                TO mergeLineWS(mergeOutIdx:1)
            ADD 1 TO mergeOutIdx
        END-IF
    END-IF
EXIT.

appendMergeValue.
    *> a value that runs past column 80 is cut at the margin
    IF mergeValueWS = SPACES
        MOVE 0 TO mergeValueLen
    ELSE
        MOVE 30 TO mergeValueLen
        PERFORM UNTIL mergeValueWS(mergeValueLen:1) NOT = SPACE
            SUBTRACT 1 FROM mergeValueLen
        END-PERFORM
    END-IF

    ADD mergeOutIdx mergeValueLen GIVING mergeEndIdx
    IF mergeEndIdx > 81
        SUBTRACT mergeOutIdx FROM 81 GIVING mergeValueLen
        MOVE 81 TO mergeEndIdx
    END-IF
    IF mergeValueLen > 0
        MOVE mergeValueWS(1:mergeValueLen)
            TO mergeLineWS(mergeOutIdx:mergeValueLen)
    END-IF
    MOVE mergeEndIdx TO mergeOutIdx
EXIT.

writeMailingLabel.
    MOVE eventWNumber TO ml-wNumber
    MOVE eventLetterType TO ml-letterType
    MOVE eventStudentName TO ml-studentName
    MOVE sm-addressLine1 TO ml-addressLine1
    MOVE sm-addressLine2 TO ml-addressLine2
    MOVE sm-city TO ml-city
    MOVE sm-state TO ml-state
    MOVE sm-zipCode TO ml-zipCode
    WRITE mailingLabelRecord
    ADD 1 TO totalLabelsWS
EXIT.

writeLetterException.
    ADD 1 TO totalExceptionsWS
    MOVE eventWNumber TO le-wNumber
    MOVE eventStudentName TO le-studentName
    MOVE lty-letterName(letterTypeFoundIdx) TO le-letterName
    MOVE eventTerm TO le-term
    WRITE letterExceptionLine FROM letterExceptionDetail
EXIT.

writeLetterControl.
    OPEN OUTPUT letterControlOut
    MOVE currentDateWS TO lc-runDate
    WRITE letterControlLine FROM letterControlHeading
    WRITE letterControlLine FROM letterControlColHead

    PERFORM VARYING letterTypeIdx FROM 1 BY 1
            UNTIL letterTypeIdx > letterTypeCount
        PERFORM writeLetterControlDetail
    END-PERFORM

    *> every letter carries exactly one label
    MOVE totalEventsWS TO lc-totalEvents
    MOVE totalLettersWS TO lc-totalLetters
    MOVE totalExceptionsWS TO lc-totalExceptions
    MOVE totalLabelsWS TO lc-totalLabels
    ADD totalLettersWS totalExceptionsWS GIVING typeAccountedWS
    IF typeAccountedWS = totalEventsWS AND totalLabelsWS = totalLettersWS
        MOVE 'IN BALANCE' TO lc-totalBalanceFlag
    ELSE
        MOVE 'OUT OF BALANCE' TO lc-totalBalanceFlag
        MOVE 1 TO outOfBalanceFlag
    END-IF
    WRITE letterControlLine FROM blankLineWS
    WRITE letterControlLine FROM letterControlTotalLine
    CLOSE letterControlOut
EXIT.

writeLetterControlDetail.
    MOVE lty-letterName(letterTypeIdx) TO lc-letterName
    MOVE lty-eventsRead(letterTypeIdx) TO lc-eventsRead
    MOVE lty-lettersProduced(letterTypeIdx) TO lc-lettersProduced
    MOVE lty-notOnMaster(letterTypeIdx) TO lc-notOnMaster
    MOVE lty-noAddress(letterTypeIdx) TO lc-noAddress
    MOVE lty-noTemplate(letterTypeIdx) TO lc-noTemplate

    *> events read = letters produced + the three exception kinds
    ADD lty-notOnMaster(letterTypeIdx) lty-noAddress(letterTypeIdx)
        lty-noTemplate(letterTypeIdx) GIVING typeExceptionsWS
    ADD lty-lettersProduced(letterTypeIdx) typeExceptionsWS
        GIVING typeAccountedWS
    IF typeAccountedWS = lty-eventsRead(letterTypeIdx)
        MOVE 'IN BALANCE' TO lc-balanceFlag
    ELSE
        MOVE 'OUT OF BALANCE' TO lc-balanceFlag
        MOVE 1 TO outOfBalanceFlag
    END-IF
    WRITE letterControlLine FROM letterControlDetail
EXIT.
