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
       01 GradebookName PIC X(20).
       01 CrqFileName PIC X(25).
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

       PROCEDURE DIVISION.
           DISPLAY 'Class gradebook file: ' WITH NO ADVANCING.
           ACCEPT GradebookName.
           PERFORM IDENTIFY-OPERATOR.
           MOVE SPACES TO CrqFileName.
           STRING FUNCTION TRIM(GradebookName) '.CRQ'
              DELIMITED BY SIZE INTO CrqFileName.
      *The review step: every PEND request is shown with its who,
      *why, and old/new values, and the reviewer approves or
      *rejects it (or leaves it pending). The file is rewritten
      *whole only after the pass completes. Only an operator with
      *the approve right may review, and the reviewer on every
      *verdict is that operator's ID - never a typed name.
       REVIEW-REQUESTS.
           IF rtApprove NOT EQUAL 'Y'
              DISPLAY 'REFUSED: operator ' FUNCTION TRIM(operatorId)
                 ' may not approve grade changes'
              MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp
              MOVE SPACES TO RunLogLine
              STRING RunLogTimestamp ' GradeChange '
                 FUNCTION TRIM(GradebookName)
                 ' REFUSED - review by operator '
                 FUNCTION TRIM(operatorId) ' not authorized'
                 DELIMITED BY SIZE INTO RunLogLine
              PERFORM APPEND-RUN-LOG
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-REQUESTS.
           IF crqCount EQUAL 0
              DISPLAY 'No requests on file.'
              EXIT PARAGRAPH
           END-IF.
           MOVE operatorId TO reviewer.
           SET PendCount TO 0.
           SET crqIdx TO 1.
           PERFORM UNTIL crqIdx > crqCount
           PERFORM APPEND-RUN-LOG.
      * End LOG-REJECTED-REQUEST.

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

      *EXTEND fails with a file-not-found status the first time the
      *log doesn't exist yet on this machine - fall back to OUTPUT so
      *the very first run still creates it instead of abending.
