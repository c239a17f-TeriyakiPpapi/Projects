      *Menu-driven maintenance for the student holds file. Nothing
      *in the system used to know that a student owed the bursar,
      *was under a disciplinary sanction, or still had documents
      *outstanding - the hold lived on a sticky note in the
      *registrar's office, and Registration enrolled the student
      *and GradClear certified them anyway. The holds file keys on
      *StudentID plus hold type and carries who placed the hold,
      *the date it was placed, and the date it is (or was)
      *released; Registration refuses an enrollment while a hold
      *that blocks registration is active, GradClear lists every
      *active hold as a blocker, and the advising packet prints
      *them where the advisor sees them first. Records are
      *validated on entry, on the StudentMaint pattern. Holds are
      *student records, so placing or releasing one takes the
      *students right on the operator file; the operator placing a
      *hold is recorded on it, and every placement and release
      *leaves its own RUNAUDIT.LOG line naming the operator.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The holds file, keyed on StudentID plus hold type, so one
      *student's holds read out together by key and a student can
      *carry one of each type at once.
           SELECT HOLDFILE ASSIGN TO HoldFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HdKey
           FILE STATUS IS HoldFileStatus.
      *The optional student master, read only to confirm that a
      *hold is being placed on a student who exists.
           SELECT STUDENTFILE ASSIGN TO StudentFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StuId
           FILE STATUS IS StudentFileStatus.
      *The shared run/audit log - a hold decides whether a student
      *may register or graduate, so placing and releasing one is
      *evidence the way a posting is.
           SELECT RUNLOGFILE ASSIGN TO RunLogFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFileStatus.
      *The operator authorization file, read once at sign-on for
      *the rights of the operator at the terminal.
           SELECT OPERATORFILE ASSIGN TO OperatorFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpId
           FILE STATUS IS OperatorFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *The same holds layout and key Registration, GradClear, and
      *Auto_Advisor declare - every reader must agree byte for byte
      *on HOLD-REC.
       FD HOLDFILE.
       01 HOLD-REC.
           05 HdKey.
              10 HdStudent PIC X(10).
              10 HdType PIC X(10).
      *The operator ID of whoever placed the hold.
           05 HdPlacedBy PIC X(20).
           05 HdPlaced PIC X(8).
      *Blank while the hold stands open-ended; a YYYYMMDD date
      *releases it as of that day, so a hold can be placed with its
      *release already scheduled.
           05 HdRelease PIC X(8).
      *'Y' when the hold stops registration. Every active hold
      *blocks graduation clearance regardless.
           05 HdRegBlock PIC X(1).
           05 HdNote PIC X(30).

      *The same student-master layout and key StudentMaint declares.
       FD STUDENTFILE.
       01 STUDENT-REC.
           05 StuId PIC X(10).
           05 StuName PIC X(30).
           05 StuMajor PIC X(10).
           05 StuAdvisor PIC X(20).
           05 StuTranscript PIC X(20).

       FD RUNLOGFILE.
       01 RUNLOG-REC PIC X(100).

      *The same operator layout and key OperatorMaint declares.
       FD OPERATORFILE.
       01 OPERATOR-REC.
           05 OpId PIC X(10).
           05 OpName PIC X(30).
           05 OpRights.
              10 OpApprove PIC X(1).
              10 OpReopen PIC X(1).
              10 OpCatalog PIC X(1).
              10 OpStudents PIC X(1).
              10 OpPost PIC X(1).
              10 OpOperators PIC X(1).

       WORKING-STORAGE SECTION.
      *Fixed-name file, on the convention TERMSTAT.DAT and
      *COMPGRD.DAT follow, so every reader finds the same holds
      *without another prompt in its job stream.
       01 HoldFileName PIC X(20) VALUE 'HOLDS.DAT'.
       01 HoldFileStatus PIC X(2).
       01 StudentFileName PIC X(20).
       01 StudentFileStatus PIC X(2).
       01 StudentOpen PIC A(1) VALUE 'N'.

       01 menuChoice PIC X(1).
       01 menuDone PIC A(1) VALUE 'N'.

      *Entry fields for a placement or release, validated before
      *any WRITE or REWRITE touches the file.
       01 entStudent PIC X(10).
       01 entType PIC X(10).
       01 entRelease PIC X(8).
       01 entReleaseNum REDEFINES entRelease PIC 9(8).
       01 releaseOk PIC A(1).
       01 entRegBlock PIC X(1).
       01 entNote PIC X(30).
       01 entValid PIC A(1).

       01 todayDate PIC X(8).
       01 holdState PIC X(8).
       01 listEOF PIC A(1).
       01 listActiveOnly PIC A(1).
       01 recCount PIC 9(5).
       01 tempNum PIC Z(5)9.

      *Run/audit log working storage.
       01 RunLogFileName PIC X(20) VALUE 'RUNAUDIT.LOG'.
       01 RunLogFileStatus PIC X(2).
       01 RunLogTimestamp PIC X(21).
       01 RunLogLine PIC X(100) VALUE SPACES.

      *Operator working storage. The rights are copied out of the
      *record at sign-on, in OpRights order; an operator who is not
      *on file (or no file at all) holds none.
       01 OperatorFileName PIC X(20) VALUE 'OPERATORS.DAT'.
       01 OperatorFileStatus PIC X(2).
       01 operatorId PIC X(10).
       01 operatorRights.
           05 rtApprove PIC X(1).
           05 rtReopen PIC X(1).
           05 rtCatalog PIC X(1).
           05 rtStudents PIC X(1).
           05 rtPost PIC X(1).
           05 rtOperators PIC X(1).
       01 rightOk PIC A(1).

       PROCEDURE DIVISION.
           OPEN I-O HOLDFILE.
      *The first hold ever placed finds no file - status 35, and
      *only 35, means that - so it is stood up empty here. Any
      *other failure falls through to the error exit: replacing a
      *live holds file that merely failed to open would lift every
      *hold on record.
           IF HoldFileStatus EQUAL '35'
              OPEN OUTPUT HOLDFILE
              CLOSE HOLDFILE
              OPEN I-O HOLDFILE
           END-IF.
           IF HoldFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open holds file '
                 FUNCTION TRIM(HoldFileName)
              GOBACK
           END-IF.
           DISPLAY 'Student master (blank = none): '
              WITH NO ADVANCING.
           ACCEPT StudentFileName.
           MOVE 'N' TO StudentOpen.
           IF FUNCTION TRIM(StudentFileName) NOT EQUAL SPACES
              OPEN INPUT STUDENTFILE
              IF StudentFileStatus EQUAL '00'
                 MOVE 'Y' TO StudentOpen
              ELSE
                 DISPLAY 'WARNING: Unable to open student master '
                    FUNCTION TRIM(StudentFileName)
                    ' - StudentIDs will not be checked'
              END-IF
           END-IF.
           PERFORM IDENTIFY-OPERATOR.

           PERFORM UNTIL menuDone = 'Y'
              MOVE FUNCTION CURRENT-DATE(1:8) TO todayDate
              DISPLAY ' '
              DISPLAY 'Student Holds Maintenance'
              DISPLAY '  P - Place a hold'
              DISPLAY '  R - Release a hold'
              DISPLAY '  S - List one student''s holds'
              DISPLAY '  L - List all active holds'
              DISPLAY '  X - Exit'
              DISPLAY 'Choice: ' WITH NO ADVANCING
              ACCEPT menuChoice
              MOVE FUNCTION UPPER-CASE(menuChoice) TO menuChoice
              EVALUATE menuChoice
                 WHEN 'P'
                    PERFORM PLACE-HOLD
                 WHEN 'R'
                    PERFORM RELEASE-HOLD
                 WHEN 'S'
                    PERFORM LIST-STUDENT-HOLDS
                 WHEN 'L'
                    PERFORM LIST-ACTIVE-HOLDS
                 WHEN 'X'
                    MOVE 'Y' TO menuDone
                 WHEN OTHER
                    DISPLAY 'Unrecognized choice: '
                       FUNCTION TRIM(menuChoice)
              END-EVALUATE
           END-PERFORM.

           CLOSE HOLDFILE.
           IF StudentOpen EQUAL 'Y'
              CLOSE STUDENTFILE
           END-IF.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job if it is ever CALLed as part of an overnight run.
           GOBACK.

      *Places one hold. A hold of the same type already on file is
      *refused while it is still active; one already released is
      *placed again over the old record, so the file keeps the
      *current state of each hold type rather than a history - the
      *history is in RUNAUDIT.LOG.
       PLACE-HOLD.
           PERFORM CHECK-STUDENTS-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Student ID: ' WITH NO ADVANCING.
           ACCEPT entStudent.
           DISPLAY 'Hold type (e.g. BURSAR, CONDUCT, DOCUMENTS): '
              WITH NO ADVANCING.
           ACCEPT entType.
           MOVE FUNCTION UPPER-CASE(entType) TO entType.
           DISPLAY 'Blocks registration? (Y/N): ' WITH NO ADVANCING.
           ACCEPT entRegBlock.
           MOVE FUNCTION UPPER-CASE(entRegBlock) TO entRegBlock.
           DISPLAY 'Release date (YYYYMMDD, blank = open-ended): '
              WITH NO ADVANCING.
           ACCEPT entRelease.
           DISPLAY 'Note: ' WITH NO ADVANCING.
           ACCEPT entNote.
           PERFORM VALIDATE-HOLD-ENTRY.
           IF entValid NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           MOVE entStudent TO HdStudent.
           MOVE entType TO HdType.
           READ HOLDFILE
              INVALID KEY
                 PERFORM FILL-HOLD-RECORD
                 WRITE HOLD-REC
                    INVALID KEY
                       DISPLAY 'ERROR: Unable to write hold for '
                          FUNCTION TRIM(entStudent)
                    NOT INVALID KEY
                       DISPLAY 'Placed ' FUNCTION TRIM(entType)
                          ' hold on ' FUNCTION TRIM(entStudent)
                       PERFORM LOG-HOLD-PLACED
                 END-WRITE
              NOT INVALID KEY
                 PERFORM HOLD-STATE
                 IF holdState EQUAL 'ACTIVE'
                    DISPLAY 'REJECTED: ' FUNCTION TRIM(entType)
                       ' hold is already active on '
                       FUNCTION TRIM(entStudent)
                 ELSE
                    PERFORM FILL-HOLD-RECORD
                    REWRITE HOLD-REC
                       INVALID KEY
                          DISPLAY 'ERROR: Unable to rewrite hold'
                             ' for ' FUNCTION TRIM(entStudent)
                       NOT INVALID KEY
                          DISPLAY 'Placed ' FUNCTION TRIM(entType)
                             ' hold on ' FUNCTION TRIM(entStudent)
                          PERFORM LOG-HOLD-PLACED
                    END-REWRITE
                 END-IF
           END-READ.
      * End PLACE-HOLD.

       FILL-HOLD-RECORD.
           MOVE entStudent TO HdStudent.
           MOVE entType TO HdType.
           MOVE operatorId TO HdPlacedBy.
           MOVE todayDate TO HdPlaced.
           MOVE entRelease TO HdRelease.
           MOVE entRegBlock TO HdRegBlock.
           MOVE entNote TO HdNote.
      * End FILL-HOLD-RECORD.

      *The integrity checks a hold must pass before it may reach
      *the file: a key, a yes-or-no registration answer, and a
      *release date that is a real YYYYMMDD or blank. With the
      *student master open, the StudentID must be on it.
       VALIDATE-HOLD-ENTRY.
           MOVE 'Y' TO entValid.
           IF FUNCTION TRIM(entStudent) EQUAL SPACES
              DISPLAY 'REJECTED: Student ID must not be blank'
              MOVE 'N' TO entValid
           END-IF.
           IF FUNCTION TRIM(entType) EQUAL SPACES
              DISPLAY 'REJECTED: hold type must not be blank'
              MOVE 'N' TO entValid
           END-IF.
           IF entRegBlock NOT EQUAL 'Y' AND entRegBlock NOT EQUAL 'N'
              DISPLAY 'REJECTED: blocks registration must be Y or N'
              MOVE 'N' TO entValid
           END-IF.
           IF entRelease NOT EQUAL SPACES
              PERFORM CHECK-RELEASE-DATE
              IF releaseOk NOT EQUAL 'Y'
                 DISPLAY 'REJECTED: release date must be YYYYMMDD'
                 MOVE 'N' TO entValid
              END-IF
           END-IF.
           IF entValid EQUAL 'Y' AND StudentOpen EQUAL 'Y'
              MOVE entStudent TO StuId
              READ STUDENTFILE
                 INVALID KEY
                    DISPLAY 'REJECTED: ' FUNCTION TRIM(entStudent)
                       ' is not on the student master'
                    MOVE 'N' TO entValid
              END-READ
           END-IF.
      * End VALIDATE-HOLD-ENTRY.

      *Releases one active hold as of the date given (blank means
      *today). The record stays on file with its release date, so
      *the hold's whole life can still be read back.
       RELEASE-HOLD.
           PERFORM CHECK-STUDENTS-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Student ID: ' WITH NO ADVANCING.
           ACCEPT entStudent.
           DISPLAY 'Hold type: ' WITH NO ADVANCING.
           ACCEPT entType.
           MOVE FUNCTION UPPER-CASE(entType) TO entType.
           MOVE entStudent TO HdStudent.
           MOVE entType TO HdType.
           READ HOLDFILE
              INVALID KEY
                 DISPLAY 'ERROR: no ' FUNCTION TRIM(entType)
                    ' hold on file for ' FUNCTION TRIM(entStudent)
                 EXIT PARAGRAPH
           END-READ.
           PERFORM HOLD-STATE.
           IF holdState NOT EQUAL 'ACTIVE'
              DISPLAY 'REJECTED: ' FUNCTION TRIM(entType)
                 ' hold on ' FUNCTION TRIM(entStudent)
                 ' is already released'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Release date (YYYYMMDD, blank = today): '
              WITH NO ADVANCING.
           ACCEPT entRelease.
           IF entRelease EQUAL SPACES
              MOVE todayDate TO entRelease
           END-IF.
           PERFORM CHECK-RELEASE-DATE.
           IF releaseOk NOT EQUAL 'Y'
              DISPLAY 'REJECTED: release date must be YYYYMMDD'
              EXIT PARAGRAPH
           END-IF.
           MOVE entRelease TO HdRelease.
           REWRITE HOLD-REC
              INVALID KEY
                 DISPLAY 'ERROR: Unable to rewrite hold for '
                    FUNCTION TRIM(entStudent)
              NOT INVALID KEY
                 DISPLAY 'Released ' FUNCTION TRIM(entType)
                    ' hold on ' FUNCTION TRIM(entStudent)
                 PERFORM LOG-HOLD-RELEASED
           END-REWRITE.
      * End RELEASE-HOLD.

      *A release date must be a real calendar date, not just eight
      *digits - every reader compares HdRelease as a string, so a
      *date like 20261399 would give the wrong state silently.
       CHECK-RELEASE-DATE.
           MOVE 'Y' TO releaseOk.
           IF entRelease IS NOT NUMERIC
              MOVE 'N' TO releaseOk
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(entReleaseNum)
                 NOT EQUAL 0
                 MOVE 'N' TO releaseOk
              END-IF
           END-IF.
      * End CHECK-RELEASE-DATE.

      *ACTIVE while the release date is blank or still ahead of
      *today, RELEASED from that day on - the same test every
      *reader of the holds file applies.
       HOLD-STATE.
           IF HdRelease EQUAL SPACES OR HdRelease > todayDate
              MOVE 'ACTIVE' TO holdState
           ELSE
              MOVE 'RELEASED' TO holdState
           END-IF.
      * End HOLD-STATE.

      *Every hold on file for one student, active or released.
       LIST-STUDENT-HOLDS.
           DISPLAY 'Student ID: ' WITH NO ADVANCING.
           ACCEPT entStudent.
           MOVE 'N' TO listActiveOnly.
           SET recCount TO 0.
           MOVE 'N' TO listEOF.
           MOVE entStudent TO HdStudent.
           MOVE LOW-VALUES TO HdType.
           START HOLDFILE KEY IS GREATER THAN HdKey
              INVALID KEY MOVE 'Y' TO listEOF
           END-START.
           PERFORM UNTIL listEOF = 'Y'
              READ HOLDFILE NEXT RECORD
                 AT END MOVE 'Y' TO listEOF
              END-READ
              IF listEOF NOT EQUAL 'Y'
              AND HdStudent NOT EQUAL entStudent
                 MOVE 'Y' TO listEOF
              END-IF
              IF listEOF NOT EQUAL 'Y'
                 PERFORM SHOW-HOLD
              END-IF
           END-PERFORM.
           MOVE recCount TO tempNum.
           DISPLAY FUNCTION TRIM(tempNum) ' hold(s) on file for '
              FUNCTION TRIM(entStudent) '.'.
      * End LIST-STUDENT-HOLDS.

      *Walks the whole file in key order, showing only the holds
      *still active today - the registrar's working list.
       LIST-ACTIVE-HOLDS.
           MOVE 'Y' TO listActiveOnly.
           SET recCount TO 0.
           MOVE 'N' TO listEOF.
           MOVE LOW-VALUES TO HdKey.
           START HOLDFILE KEY IS GREATER THAN HdKey
              INVALID KEY MOVE 'Y' TO listEOF
           END-START.
           PERFORM UNTIL listEOF = 'Y'
              READ HOLDFILE NEXT RECORD
                 AT END MOVE 'Y' TO listEOF
              END-READ
              IF listEOF NOT EQUAL 'Y'
                 PERFORM SHOW-HOLD
              END-IF
           END-PERFORM.
           MOVE recCount TO tempNum.
           DISPLAY FUNCTION TRIM(tempNum) ' active hold(s) on file.'.
      * End LIST-ACTIVE-HOLDS.

       SHOW-HOLD.
           PERFORM HOLD-STATE.
           IF listActiveOnly EQUAL 'Y' AND holdState NOT EQUAL 'ACTIVE'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO recCount.
           DISPLAY '  ' HdStudent ' ' HdType ' ' holdState
              '  placed ' HdPlaced ' by ' FUNCTION TRIM(HdPlacedBy)
              '  release ' HdRelease '  reg block ' HdRegBlock.
           IF HdNote NOT EQUAL SPACES
              DISPLAY '      ' FUNCTION TRIM(HdNote)
           END-IF.
      * End SHOW-HOLD.

       LOG-HOLD-PLACED.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' HoldMaint '
              FUNCTION TRIM(entStudent)
              ' HOLD PLACED - ' FUNCTION TRIM(entType)
              ' by ' FUNCTION TRIM(operatorId)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-HOLD-PLACED.

       LOG-HOLD-RELEASED.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' HoldMaint '
              FUNCTION TRIM(entStudent)
              ' HOLD RELEASED - ' FUNCTION TRIM(entType)
              ' as of ' entRelease
              ' by ' FUNCTION TRIM(operatorId)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-HOLD-RELEASED.

      *Asks once for the operator at the terminal and copies their
      *rights out of the operator file. A missing file or an
      *unknown ID leaves no rights at all, so the guarded actions
      *fail closed rather than open.
       IDENTIFY-OPERATOR.
           MOVE SPACES TO operatorRights.
           DISPLAY 'Operator ID: ' WITH NO ADVANCING.
           ACCEPT operatorId.
           OPEN INPUT OPERATORFILE.
           IF OperatorFileStatus NOT EQUAL '00'
              DISPLAY 'WARNING: Unable to open operator file '
                 FUNCTION TRIM(OperatorFileName)
                 ' - guarded actions will be refused'
              EXIT PARAGRAPH
           END-IF.
           MOVE operatorId TO OpId.
           READ OPERATORFILE
              INVALID KEY
                 DISPLAY 'WARNING: operator '
                    FUNCTION TRIM(operatorId)
                    ' is not on file - guarded actions will be'
                    ' refused'
              NOT INVALID KEY
                 MOVE OpRights TO operatorRights
           END-READ.
           CLOSE OPERATORFILE.
      * End IDENTIFY-OPERATOR.

      *Every placement and release passes through here first.
      *Without the students right the change is refused, and the
      *refusal logged.
       CHECK-STUDENTS-RIGHT.
           MOVE 'Y' TO rightOk.
           IF rtStudents NOT EQUAL 'Y'
              MOVE 'N' TO rightOk
              DISPLAY 'REFUSED: operator ' FUNCTION TRIM(operatorId)
                 ' may not maintain student holds'
              MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp
              MOVE SPACES TO RunLogLine
              STRING RunLogTimestamp ' HoldMaint '
                 FUNCTION TRIM(operatorId)
                 ' REFUSED - not authorized to maintain holds'
                 DELIMITED BY SIZE INTO RunLogLine
              PERFORM APPEND-RUN-LOG
           END-IF.
      * End CHECK-STUDENTS-RIGHT.

      *EXTEND fails with a file-not-found status the first time the
      *log doesn't exist yet on this machine - fall back to OUTPUT so
      *the very first run still creates it instead of abending.
       APPEND-RUN-LOG.
           OPEN EXTEND RUNLOGFILE.
           IF RunLogFileStatus NOT EQUAL '00'
              OPEN OUTPUT RUNLOGFILE
           END-IF.
           WRITE RUNLOG-REC FROM RunLogLine.
           CLOSE RUNLOGFILE.
      * End APPEND-RUN-LOG.
