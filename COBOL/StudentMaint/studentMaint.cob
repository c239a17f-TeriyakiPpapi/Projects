           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatName
           FILE STATUS IS CatalogFileStatus.
      *The shared run/audit log - a change to a student's record or
      *transcript is logged with the operator who made it.
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
           05 CatCategory PIC X(10).
           05 CatPreqs    PIC X(220).

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
       01 StudentFileName PIC X(20).
       01 StudentFileStatus PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 ReportDate-YYYY PIC X(4).

      *Run/audit log working storage. logAction names what was done
      *to the student in entId, for LOG-STUDENT-CHANGE.
       01 RunLogFileName PIC X(20) VALUE 'RUNAUDIT.LOG'.
       01 RunLogFileStatus PIC X(2).
       01 RunLogTimestamp PIC X(21).
       01 RunLogLine PIC X(100) VALUE SPACES.
       01 logAction PIC X(44).

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
           DISPLAY 'Student master: ' WITH NO ADVANCING.
           ACCEPT StudentFileName.
                 FUNCTION TRIM(StudentFileName)
              GOBACK
           END-IF.
           PERFORM IDENTIFY-OPERATOR.

           PERFORM UNTIL menuDone = 'Y'
              DISPLAY ' '
      *Prompts for all five fields of a student record and validates
      *them as a set; nothing is written unless every check passes.
       ADD-STUDENT.
           PERFORM CHECK-STUDENTS-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-STUDENT-FIELDS.
           PERFORM VALIDATE-STUDENT-ENTRY.
           IF entValid EQUAL 'Y'
                       ' is already on the master - use Change'
                 NOT INVALID KEY
                    DISPLAY 'Added ' FUNCTION TRIM(entId)
                    MOVE 'STUDENT ADDED' TO logAction
                    PERFORM LOG-STUDENT-CHANGE
              END-WRITE
           END-IF.
      * End ADD-STUDENT.
      *already exist, and the replacement passes the same validation
      *a new record would.
       CHANGE-STUDENT.
           PERFORM CHECK-STUDENTS-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Student ID: ' WITH NO ADVANCING.
           ACCEPT entId.
           MOVE entId TO StuId.
                             FUNCTION TRIM(entId)
                       NOT INVALID KEY
                          DISPLAY 'Changed ' FUNCTION TRIM(entId)
                          MOVE 'STUDENT CHANGED' TO logAction
                          PERFORM LOG-STUDENT-CHANGE
                    END-REWRITE
                 END-IF
           END-READ.
      * End CHANGE-STUDENT.

       DELETE-STUDENT.
           PERFORM CHECK-STUDENTS-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Student ID: ' WITH NO ADVANCING.
           ACCEPT entId.
           MOVE entId TO StuId.
                    ' is not on the master'
              NOT INVALID KEY
                 DISPLAY 'Deleted ' FUNCTION TRIM(entId)
                 MOVE 'STUDENT DELETED' TO logAction
                 PERFORM LOG-STUDENT-CHANGE
           END-DELETE.
      * End DELETE-STUDENT.

      *itself is not touched - retiring it is the operator's call
      *once the import is verified.
       IMPORT-TRANSCRIPT.
           PERFORM CHECK-STUDENTS-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           PERFORM ENSURE-TRANS-MASTER.
           IF TransMasterOpen NOT EQUAL 'Y'
              EXIT PARAGRAPH
           MOVE DupCount TO tempNum.
           DISPLAY ', ' FUNCTION TRIM(tempNum)
              ' already on the master.'.
           MOVE ImportCount TO tempNum.
           MOVE SPACES TO logAction.
           STRING 'TRANSCRIPT IMPORTED - '
              FUNCTION TRIM(tempNum) ' record(s)'
              DELIMITED BY SIZE INTO logAction.
           PERFORM LOG-STUDENT-CHANGE.
      * End IMPORT-TRANSCRIPT.

      *One old transcript line, split on '|' the way PARSE-COURSE
      *GPA math everywhere excludes 'TR'; prerequisite checks and
      *degree progress accept it as completed work.
       RECORD-TRANSFER-CREDIT.
           PERFORM CHECK-STUDENTS-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           PERFORM ENSURE-TRANS-MASTER.
           IF TransMasterOpen NOT EQUAL 'Y'
              EXIT PARAGRAPH
                 DISPLAY 'Recorded transfer credit for '
                    FUNCTION TRIM(entCourse) ' from '
                    FUNCTION TRIM(entSource)
                 MOVE SPACES TO logAction
                 STRING 'TRANSFER - '
                    FUNCTION TRIM(entCourse)
                    DELIMITED BY SIZE INTO logAction
                 PERFORM LOG-STUDENT-CHANGE
           END-WRITE.
      * End RECORD-TRANSFER-CREDIT.

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

      *Every change to the master or to a student's transcript
      *passes through here first. Without the students right the
      *change is refused, and the refusal logged.
       CHECK-STUDENTS-RIGHT.
           MOVE 'Y' TO rightOk.
           IF rtStudents NOT EQUAL 'Y'
              MOVE 'N' TO rightOk
              DISPLAY 'REFUSED: operator ' FUNCTION TRIM(operatorId)
                 ' may not maintain students'
              MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp
              MOVE SPACES TO RunLogLine
              STRING RunLogTimestamp ' StudentMaint '
                 FUNCTION TRIM(operatorId)
                 ' REFUSED - not authorized to maintain students'
                 DELIMITED BY SIZE INTO RunLogLine
              PERFORM APPEND-RUN-LOG
           END-IF.
      * End CHECK-STUDENTS-RIGHT.

      *One audit line per applied change, naming the operator.
       LOG-STUDENT-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' StudentMaint '
              FUNCTION TRIM(entId) ' '
              FUNCTION TRIM(logAction)
              ' by ' FUNCTION TRIM(operatorId)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-STUDENT-CHANGE.

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

      *Walks the whole master in key order to the terminal.
       LIST-STUDENTS.
           PERFORM START-STUDENT-SCAN.
