      *Menu-driven maintenance for the operator authorization file.
      *GradeChange used to take whatever name was typed as the
      *reviewer, GradeReport let whoever sat at the terminal reopen
      *a CLOSED section, and the catalog and student masters could
      *be changed by anyone - there was no way to show an auditor
      *that the person behind an approved grade change was allowed
      *to approve it. The operator file keys on operator ID and
      *carries a Y/N right for each guarded function: approve a
      *grade change, reopen a section, maintain the catalog,
      *maintain students, post grades, and maintain this file. The
      *guarded programs ask for the operator ID once, refuse what
      *the operator has no right to, and put the operator ID on
      *their RUNAUDIT.LOG lines. Maintaining the file itself takes
      *the operators right - except while the file is still empty,
      *so the first administrator can be added at all.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The operator file, keyed on operator ID.
           SELECT OPERATORFILE ASSIGN TO OperatorFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpId
           FILE STATUS IS OperatorFileStatus.
      *The shared run/audit log - granting or taking away a right
      *is evidence the way the guarded actions themselves are.
           SELECT RUNLOGFILE ASSIGN TO RunLogFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *The same operator layout and key GradeChange, GradeReport,
      *CatalogMaint, StudentMaint, and GradePost declare - every
      *reader must agree byte for byte on OPERATOR-REC.
       FD OPERATORFILE.
       01 OPERATOR-REC.
           05 OpId PIC X(10).
           05 OpName PIC X(30).
      *One 'Y'/'N' byte per guarded function. Anything but 'Y' is
      *no right at all.
           05 OpRights.
              10 OpApprove PIC X(1).
              10 OpReopen PIC X(1).
              10 OpCatalog PIC X(1).
              10 OpStudents PIC X(1).
              10 OpPost PIC X(1).
              10 OpOperators PIC X(1).

       FD RUNLOGFILE.
       01 RUNLOG-REC PIC X(100).

       WORKING-STORAGE SECTION.
      *Fixed-name file, on the convention HOLDS.DAT and
      *TERMSTAT.DAT follow, so every guarded program finds the same
      *operators without another prompt in its job stream.
       01 OperatorFileName PIC X(20) VALUE 'OPERATORS.DAT'.
       01 OperatorFileStatus PIC X(2).

       01 menuChoice PIC X(1).
       01 menuDone PIC A(1) VALUE 'N'.

      *The operator at the terminal, and whether they may change
      *the file. operatorRights is a copy taken at sign-on - the
      *record area is overwritten by every READ that follows.
       01 operatorId PIC X(10).
       01 operatorRights PIC X(6).
       01 maintAllowed PIC A(1).
       01 fileEmpty PIC A(1).

      *Entry fields for an add or change, validated before any
      *WRITE or REWRITE touches the file.
       01 entId PIC X(10).
       01 entName PIC X(30).
       01 entRights.
           05 entApprove PIC X(1).
           05 entReopen PIC X(1).
           05 entCatalog PIC X(1).
           05 entStudents PIC X(1).
           05 entPost PIC X(1).
           05 entOperators PIC X(1).
       01 entRightIdx PIC 9(1).
       01 entValid PIC A(1).
       01 entConfirm PIC X(1).

       01 listEOF PIC A(1).
       01 recCount PIC 9(5).
       01 tempNum PIC Z(5)9.

      *Run/audit log working storage.
       01 RunLogFileName PIC X(20) VALUE 'RUNAUDIT.LOG'.
       01 RunLogFileStatus PIC X(2).
       01 RunLogTimestamp PIC X(21).
       01 RunLogLine PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN I-O OPERATORFILE.
      *The first operator ever added finds no file - status 35,
      *and only 35, means that - so it is stood up empty here.
      *Any other failure falls through to the error exit: replacing
      *a live operator file that merely failed to open would strip
      *every right on record.
           IF OperatorFileStatus EQUAL '35'
              OPEN OUTPUT OPERATORFILE
              CLOSE OPERATORFILE
              OPEN I-O OPERATORFILE
           END-IF.
           IF OperatorFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open operator file '
                 FUNCTION TRIM(OperatorFileName)
              GOBACK
           END-IF.
           PERFORM IDENTIFY-OPERATOR.

           PERFORM UNTIL menuDone = 'Y'
              DISPLAY ' '
              DISPLAY 'Operator Authorization Maintenance'
              DISPLAY '  A - Add an operator'
              DISPLAY '  C - Change an operator''s rights'
              DISPLAY '  D - Delete an operator'
              DISPLAY '  L - List operators'
              DISPLAY '  X - Exit'
              DISPLAY 'Choice: ' WITH NO ADVANCING
              ACCEPT menuChoice
              MOVE FUNCTION UPPER-CASE(menuChoice) TO menuChoice
              EVALUATE menuChoice
                 WHEN 'A'
                    PERFORM ADD-OPERATOR
                 WHEN 'C'
                    PERFORM CHANGE-OPERATOR
                 WHEN 'D'
                    PERFORM DELETE-OPERATOR
                 WHEN 'L'
                    PERFORM LIST-OPERATORS
                 WHEN 'X'
                    MOVE 'Y' TO menuDone
                 WHEN OTHER
                    DISPLAY 'Unrecognized choice: '
                       FUNCTION TRIM(menuChoice)
              END-EVALUATE
           END-PERFORM.

           CLOSE OPERATORFILE.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job if it is ever CALLed as part of an overnight run.
           GOBACK.

      *Asks once for the operator at the terminal. An empty file
      *lets anyone in, so the first administrator can be added;
      *after that only an operator holding the operators right may
      *add, change, or delete - anyone may still list.
       IDENTIFY-OPERATOR.
           MOVE 'N' TO maintAllowed.
           MOVE SPACES TO operatorRights.
           MOVE 'Y' TO fileEmpty.
           MOVE LOW-VALUES TO OpId.
           START OPERATORFILE KEY IS GREATER THAN OpId
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ OPERATORFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE 'N' TO fileEmpty
                 END-READ
           END-START.
           DISPLAY 'Operator ID: ' WITH NO ADVANCING.
           ACCEPT operatorId.
           IF fileEmpty EQUAL 'Y'
              DISPLAY 'NOTE: operator file is empty - add the first '
                 'operator with the operators right'
              MOVE 'Y' TO maintAllowed
              EXIT PARAGRAPH
           END-IF.
           MOVE operatorId TO OpId.
           READ OPERATORFILE
              INVALID KEY
                 DISPLAY 'WARNING: operator '
                    FUNCTION TRIM(operatorId)
                    ' is not on file - changes will be refused'
              NOT INVALID KEY
                 MOVE OpRights TO operatorRights
           END-READ.
           IF operatorRights(6:1) EQUAL 'Y'
              MOVE 'Y' TO maintAllowed
           END-IF.
      * End IDENTIFY-OPERATOR.

      *Refuses a change to the file when the operator at the
      *terminal holds no operators right, and leaves a line in the
      *audit log saying so.
       CHECK-MAINT-ALLOWED.
           IF maintAllowed NOT EQUAL 'Y'
              DISPLAY 'REFUSED: operator ' FUNCTION TRIM(operatorId)
                 ' may not maintain operators'
              MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp
              MOVE SPACES TO RunLogLine
              STRING RunLogTimestamp ' OperatorMaint '
                 FUNCTION TRIM(operatorId)
                 ' REFUSED - not authorized to maintain operators'
                 DELIMITED BY SIZE INTO RunLogLine
              PERFORM APPEND-RUN-LOG
           END-IF.
      * End CHECK-MAINT-ALLOWED.

       ADD-OPERATOR.
           PERFORM CHECK-MAINT-ALLOWED.
           IF maintAllowed NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Operator ID: ' WITH NO ADVANCING.
           ACCEPT entId.
           DISPLAY 'Operator name: ' WITH NO ADVANCING.
           ACCEPT entName.
           PERFORM ACCEPT-RIGHTS.
           PERFORM VALIDATE-OPERATOR-ENTRY.
           IF entValid NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           IF fileEmpty EQUAL 'Y' AND entOperators NOT EQUAL 'Y'
              DISPLAY 'REJECTED: the first operator must hold the '
                 'operators right'
              EXIT PARAGRAPH
           END-IF.
           MOVE entId TO OpId.
           MOVE entName TO OpName.
           MOVE entRights TO OpRights.
           WRITE OPERATOR-REC
              INVALID KEY
                 DISPLAY 'ERROR: operator ' FUNCTION TRIM(entId)
                    ' is already on file'
              NOT INVALID KEY
                 DISPLAY 'Added operator ' FUNCTION TRIM(entId)
                 MOVE 'N' TO fileEmpty
                 PERFORM LOG-OPERATOR-CHANGE
           END-WRITE.
      *The first operator on an empty file is the one who was let
      *in to add them; from here on the file guards itself.
           IF fileEmpty EQUAL 'N'
           AND FUNCTION TRIM(operatorId) EQUAL FUNCTION TRIM(entId)
              MOVE entRights TO operatorRights
           END-IF.
           IF operatorRights(6:1) NOT EQUAL 'Y'
              MOVE 'N' TO maintAllowed
           END-IF.
      * End ADD-OPERATOR.

       CHANGE-OPERATOR.
           PERFORM CHECK-MAINT-ALLOWED.
           IF maintAllowed NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Operator ID: ' WITH NO ADVANCING.
           ACCEPT entId.
           MOVE entId TO OpId.
           READ OPERATORFILE
              INVALID KEY
                 DISPLAY 'ERROR: operator ' FUNCTION TRIM(entId)
                    ' not found'
                 EXIT PARAGRAPH
           END-READ.
           PERFORM SHOW-OPERATOR.
           DISPLAY 'Operator name (blank = keep): ' WITH NO ADVANCING.
           ACCEPT entName.
           IF entName EQUAL SPACES
              MOVE OpName TO entName
           END-IF.
           PERFORM ACCEPT-RIGHTS.
           PERFORM VALIDATE-OPERATOR-ENTRY.
           IF entValid NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
      *An operator may not take the operators right away from
      *themselves - the file would be left with nobody to fix it.
           IF FUNCTION TRIM(operatorId) EQUAL FUNCTION TRIM(entId)
           AND entOperators NOT EQUAL 'Y'
              DISPLAY 'REJECTED: an operator may not remove their '
                 'own operators right'
              EXIT PARAGRAPH
           END-IF.
           MOVE entName TO OpName.
           MOVE entRights TO OpRights.
           REWRITE OPERATOR-REC
              INVALID KEY
                 DISPLAY 'ERROR: Unable to rewrite operator '
                    FUNCTION TRIM(entId)
              NOT INVALID KEY
                 DISPLAY 'Changed operator ' FUNCTION TRIM(entId)
                 PERFORM LOG-OPERATOR-CHANGE
           END-REWRITE.
      * End CHANGE-OPERATOR.

       DELETE-OPERATOR.
           PERFORM CHECK-MAINT-ALLOWED.
           IF maintAllowed NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Operator ID: ' WITH NO ADVANCING.
           ACCEPT entId.
           IF FUNCTION TRIM(operatorId) EQUAL FUNCTION TRIM(entId)
              DISPLAY 'REJECTED: an operator may not delete '
                 'themselves'
              EXIT PARAGRAPH
           END-IF.
           MOVE entId TO OpId.
           READ OPERATORFILE
              INVALID KEY
                 DISPLAY 'ERROR: operator ' FUNCTION TRIM(entId)
                    ' not found'
                 EXIT PARAGRAPH
           END-READ.
           PERFORM SHOW-OPERATOR.
           DISPLAY 'Delete this operator? (Y/N): ' WITH NO ADVANCING.
           ACCEPT entConfirm.
           IF FUNCTION UPPER-CASE(entConfirm) NOT EQUAL 'Y'
              DISPLAY 'Delete cancelled.'
              EXIT PARAGRAPH
           END-IF.
           DELETE OPERATORFILE RECORD
              INVALID KEY
                 DISPLAY 'ERROR: Unable to delete operator '
                    FUNCTION TRIM(entId)
              NOT INVALID KEY
                 DISPLAY 'Deleted operator ' FUNCTION TRIM(entId)
                 MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp
                 MOVE SPACES TO RunLogLine
                 STRING RunLogTimestamp ' OperatorMaint '
                    FUNCTION TRIM(entId)
                    ' OPERATOR DELETED - by '
                    FUNCTION TRIM(operatorId)
                    DELIMITED BY SIZE INTO RunLogLine
                 PERFORM APPEND-RUN-LOG
           END-DELETE.
      * End DELETE-OPERATOR.

      *One Y/N answer per guarded function, in OpRights order.
       ACCEPT-RIGHTS.
           DISPLAY 'May approve grade changes? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT entApprove.
           DISPLAY 'May reopen closed sections? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT entReopen.
           DISPLAY 'May maintain the catalog? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT entCatalog.
           DISPLAY 'May maintain students? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT entStudents.
           DISPLAY 'May post grades? (Y/N): ' WITH NO ADVANCING.
           ACCEPT entPost.
           DISPLAY 'May maintain operators? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT entOperators.
           MOVE FUNCTION UPPER-CASE(entRights) TO entRights.
      * End ACCEPT-RIGHTS.

      *The integrity checks an operator must pass before reaching
      *the file: an ID, a name, and a plain Y or N for every right.
       VALIDATE-OPERATOR-ENTRY.
           MOVE 'Y' TO entValid.
           IF FUNCTION TRIM(entId) EQUAL SPACES
              DISPLAY 'REJECTED: operator ID must not be blank'
              MOVE 'N' TO entValid
           END-IF.
           IF FUNCTION TRIM(entName) EQUAL SPACES
              DISPLAY 'REJECTED: operator name must not be blank'
              MOVE 'N' TO entValid
           END-IF.
           PERFORM VARYING entRightIdx FROM 1 BY 1
              UNTIL entRightIdx > 6
              IF entRights(entRightIdx:1) NOT EQUAL 'Y'
              AND entRights(entRightIdx:1) NOT EQUAL 'N'
                 DISPLAY 'REJECTED: every right must be Y or N'
                 MOVE 'N' TO entValid
                 MOVE 7 TO entRightIdx
              END-IF
           END-PERFORM.
      * End VALIDATE-OPERATOR-ENTRY.

       SHOW-OPERATOR.
           DISPLAY '  ' OpId ' ' OpName
              '  approve ' OpApprove '  reopen ' OpReopen
              '  catalog ' OpCatalog.
           DISPLAY '             students ' OpStudents
              '  post ' OpPost '  operators ' OpOperators.
      * End SHOW-OPERATOR.

       LIST-OPERATORS.
           SET recCount TO 0.
           MOVE 'N' TO listEOF.
           MOVE LOW-VALUES TO OpId.
           START OPERATORFILE KEY IS GREATER THAN OpId
              INVALID KEY MOVE 'Y' TO listEOF
           END-START.
           PERFORM UNTIL listEOF = 'Y'
              READ OPERATORFILE NEXT RECORD
                 AT END MOVE 'Y' TO listEOF
              END-READ
              IF listEOF NOT EQUAL 'Y'
                 ADD 1 TO recCount
                 PERFORM SHOW-OPERATOR
              END-IF
           END-PERFORM.
           MOVE recCount TO tempNum.
           DISPLAY FUNCTION TRIM(tempNum) ' operator(s) on file.'.
      * End LIST-OPERATORS.

      *The rights ride in the log line as the six Y/N bytes, in
      *OpRights order, so the grant can be read back exactly.
       LOG-OPERATOR-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' OperatorMaint '
              FUNCTION TRIM(entId)
              ' RIGHTS SET - ' entRights
              ' by ' FUNCTION TRIM(operatorId)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-OPERATOR-CHANGE.

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
