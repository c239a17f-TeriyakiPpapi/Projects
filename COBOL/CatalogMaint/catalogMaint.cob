           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OfferKey
           FILE STATUS IS OfferFileStatus.
      *The course-equivalence file, keyed on the old course name:
      *when a course is renumbered or retired, the transcripts that
      *already carry the old name keep it, and this file says which
      *current catalog course an attempt under that name, taken
      *before the effective term, counts as. Every program that
      *matches courses - prerequisites, duplicates, repeats, degree
      *credit - reads it; it is maintained here, next to the
      *catalog it points into.
           SELECT EQUIVFILE ASSIGN TO EquivFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EqOldCourse
           FILE STATUS IS EquivFileStatus.
      *The registrar's annual catalog update as one delimited change
      *file - action, course name, hours, category, prerequisites -
      *instead of two days of keystrokes through the A/C/D menu.
           SELECT JOBSTATFILE ASSIGN TO JobStatFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JobStatFileStatus.
      *The shared run/audit log - a catalog or offering change
      *decides what every student may take, so each one is logged
      *with the operator who made it.
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
           05 OfSeatCap PIC 9(4).
           05 OfEnrolled PIC 9(4).

      *The same equivalence layout and key every course-matching
      *program declares - every reader must agree byte for byte on
      *EQUIV-REC.
       FD EQUIVFILE.
       01 EQUIV-REC.
           05 EqOldCourse PIC X(32).
           05 EqNewCourse PIC X(32).
           05 EqEffTerm PIC X(6).

       FD CHANGEFILE.
       01 CHANGE-REC PIC X(300).

           05 JsExceptions PIC 9(5).
           05 JsStudents PIC 9(5).

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
       01 CatalogFileName PIC X(20).
       01 CatalogFileStatus PIC X(2).
       01 entCapText PIC X(10).
       01 entCap PIC 9(4).

      *Equivalence working storage - the fixed-name convention
      *SECTIONS.DAT follows, opened lazily like the offerings file
      *and stood up empty the first time. entCurrent is the catalog
      *course an old name maps to; eqHops guards the walk down a
      *chain of renumberings so a loop can never be written.
       01 EquivFileName PIC X(20) VALUE 'EQUIV.DAT'.
       01 EquivFileStatus PIC X(2).
       01 EquivOpen PIC A(1) VALUE 'N'.
       01 equivChoice PIC X(1).
       01 equivDone PIC A(1).
       01 entCurrent PIC X(32).
       01 eqWalk PIC X(32).
       01 eqHops PIC 9(1).
       01 eqLoop PIC A(1).

      *Batch-load working storage. Each change line splits on '|'
      *into action, course, hours, category, prereqs - the same
      *fields the interactive prompts collect, pushed through the
           05 FILLER PIC X(1) VALUE '/'.
           05 ReportDate-YYYY PIC X(4).

      *Run/audit log working storage. logAction names what was done
      *to the course in logSubject, for LOG-CATALOG-CHANGE.
       01 RunLogFileName PIC X(20) VALUE 'RUNAUDIT.LOG'.
       01 RunLogFileStatus PIC X(2).
       01 RunLogTimestamp PIC X(21).
       01 RunLogLine PIC X(100) VALUE SPACES.
       01 logSubject PIC X(32).
       01 logAction PIC X(26).

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
      *A CALLed program keeps its WORKING-STORAGE between CALLs, so
      *the whole-run totals reset on entry.
           DISPLAY 'Major requirements: ' WITH NO ADVANCING.
           ACCEPT MajorReqFileName.
           PERFORM LOAD-MAJOR-REQS.
           PERFORM IDENTIFY-OPERATOR.

           PERFORM UNTIL menuDone = 'Y'
              DISPLAY ' '
              DISPLAY '  B - Batch load from change file'
              DISPLAY '  C - Change course'
              DISPLAY '  D - Delete course'
              DISPLAY '  E - Maintain course equivalences'
              DISPLAY '  L - List courses'
              DISPLAY '  O - Maintain course offerings'
              DISPLAY '  P - Print catalog listing report'
                    PERFORM CHANGE-COURSE
                 WHEN 'D'
                    PERFORM DELETE-COURSE
                 WHEN 'E'
                    PERFORM MAINTAIN-EQUIVALENCES
                 WHEN 'L'
                    PERFORM LIST-CATALOG
                 WHEN 'O'
           IF OfferOpen EQUAL 'Y'
              CLOSE OFFERFILE
           END-IF.
           IF EquivOpen EQUAL 'Y'
              CLOSE EQUIVFILE
           END-IF.
           PERFORM WRITE-JOB-STATUS.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
           END-IF.
      * End WRITE-JOB-STATUS.

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

      *Every change to the catalog or the offerings passes through
      *here first. Without the catalog right the change is refused
      *and the refusal logged; the run is marked FAILED, so a
      *dispatched deck that tried a change it had no right to make
      *cannot pass for a completed job.
       CHECK-CATALOG-RIGHT.
           MOVE 'Y' TO rightOk.
           IF rtCatalog NOT EQUAL 'Y'
              MOVE 'N' TO rightOk
              MOVE 'Y' TO RunFailed
              DISPLAY 'REFUSED: operator ' FUNCTION TRIM(operatorId)
                 ' may not maintain the catalog'
              MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp
              MOVE SPACES TO RunLogLine
              STRING RunLogTimestamp ' CatalogMaint '
                 FUNCTION TRIM(operatorId)
                 ' REFUSED - not authorized to maintain catalog'
                 DELIMITED BY SIZE INTO RunLogLine
              PERFORM APPEND-RUN-LOG
           END-IF.
      * End CHECK-CATALOG-RIGHT.

      *One audit line per applied change, naming the operator.
       LOG-CATALOG-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' CatalogMaint '
              FUNCTION TRIM(logSubject) ' '
              FUNCTION TRIM(logAction)
              ' by ' FUNCTION TRIM(operatorId)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-CATALOG-CHANGE.

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

       LOAD-MAJOR-REQS.
           SET mcCount TO 0.
           MOVE 'N' TO MajorReqEOF.
      *Prompts for all four fields of a catalog record and validates
      *them as a set; nothing is written unless every check passes.
       ADD-COURSE.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-COURSE-FIELDS.
           PERFORM VALIDATE-COURSE-ENTRY.
           IF entValid EQUAL 'Y'
                       ' is already in the catalog - use Change'
                 NOT INVALID KEY
                    DISPLAY 'Added ' FUNCTION TRIM(entName)
                    MOVE entName TO logSubject
                    MOVE 'ADDED' TO logAction
                    PERFORM LOG-CATALOG-CHANGE
              END-WRITE
           END-IF.
      * End ADD-COURSE.
      *already exist, and the replacement passes the same validation
      *a new record would.
       CHANGE-COURSE.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Course name: ' WITH NO ADVANCING.
           ACCEPT entName.
           MOVE entName TO CatName.
                             FUNCTION TRIM(entName)
                       NOT INVALID KEY
                          DISPLAY 'Changed ' FUNCTION TRIM(entName)
                          MOVE entName TO logSubject
                          MOVE 'CHANGED' TO logAction
                          PERFORM LOG-CATALOG-CHANGE
                    END-REWRITE
                 END-IF
           END-READ.
      * End CHANGE-COURSE.

       DELETE-COURSE.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Course name: ' WITH NO ADVANCING.
           ACCEPT entName.
           MOVE entName TO CatName.
                    ' is not in the catalog'
              NOT INVALID KEY
                 DISPLAY 'Deleted ' FUNCTION TRIM(entName)
                 MOVE entName TO logSubject
                 MOVE 'DELETED' TO logAction
                 PERFORM LOG-CATALOG-CHANGE
           END-DELETE.
      * End DELETE-COURSE.

      *authority - the validation is - so a half-bad file applies
      *its good records and reports the rest.
       BATCH-LOAD.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Change file: ' WITH NO ADVANCING.
           ACCEPT ChangeFileName.
           OPEN INPUT CHANGEFILE.
           DISPLAY ', rejected ' FUNCTION TRIM(tempNum)
              ' - report written to '
              FUNCTION TRIM(BatchRptFileName).
      *One summary line for the whole load - the batch report
      *already itemizes every record it applied.
           MOVE ChangeFileName TO logSubject.
           MOVE AppliedCount TO tempNum.
           MOVE SPACES TO logAction.
           STRING 'BATCH LOAD - ' FUNCTION TRIM(tempNum)
              ' APPLIED' DELIMITED BY SIZE INTO logAction.
           PERFORM LOG-CATALOG-CHANGE.
      * End BATCH-LOAD.

      *One change record end to end. The line splits on '|' into
      *change keeps the enrolled count already on file; a brand-new
      *offering starts at zero.
       SET-OFFERING.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Course name: ' WITH NO ADVANCING.
           ACCEPT entName.
           MOVE entName TO CatName.
                    NOT INVALID KEY
                       DISPLAY 'Added ' FUNCTION TRIM(entName)
                          ' ' FUNCTION TRIM(entTerm)
                       PERFORM LOG-OFFERING-CHANGE
                 END-WRITE
              NOT INVALID KEY
                 MOVE entCap TO OfSeatCap
                    NOT INVALID KEY
                       DISPLAY 'Changed ' FUNCTION TRIM(entName)
                          ' ' FUNCTION TRIM(entTerm)
                       PERFORM LOG-OFFERING-CHANGE
                 END-REWRITE
           END-READ.
      * End SET-OFFERING.

       DELETE-OFFERING.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Course name: ' WITH NO ADVANCING.
           ACCEPT entName.
           DISPLAY 'Term: ' WITH NO ADVANCING.
              NOT INVALID KEY
                 DISPLAY 'Deleted ' FUNCTION TRIM(entName)
                    ' ' FUNCTION TRIM(entTerm)
                 MOVE entName TO logSubject
                 MOVE SPACES TO logAction
                 STRING 'OFFERING DELETED ' entTerm
                    DELIMITED BY SIZE INTO logAction
                 PERFORM LOG-CATALOG-CHANGE
           END-DELETE.
      * End DELETE-OFFERING.

      *The term rides in the action, so the line still reads
      *course-first like every other catalog change.
       LOG-OFFERING-CHANGE.
           MOVE entName TO logSubject.
           MOVE SPACES TO logAction.
           STRING 'OFFERING SET ' entTerm
              DELIMITED BY SIZE INTO logAction.
           PERFORM LOG-CATALOG-CHANGE.
      * End LOG-OFFERING-CHANGE.

      *Walks the whole offerings file in key order to the terminal -
      *course within term grouping falls out of the key itself.
       LIST-OFFERINGS.
           DISPLAY FUNCTION TRIM(tempNum) ' offering(s) on file.'.
      * End LIST-OFFERINGS.

      *The equivalences submenu, opened lazily and stood up empty
      *on file status 35 the same way the offerings file is.
       MAINTAIN-EQUIVALENCES.
           IF EquivOpen NOT EQUAL 'Y'
              OPEN I-O EQUIVFILE
              IF EquivFileStatus EQUAL '35'
                 OPEN OUTPUT EQUIVFILE
                 CLOSE EQUIVFILE
                 OPEN I-O EQUIVFILE
              END-IF
              IF EquivFileStatus NOT EQUAL '00'
                 DISPLAY 'ERROR: Unable to open equivalence file '
                    FUNCTION TRIM(EquivFileName)
                 EXIT PARAGRAPH
              END-IF
              MOVE 'Y' TO EquivOpen
           END-IF.
           MOVE 'N' TO equivDone.
           PERFORM UNTIL equivDone = 'Y'
              DISPLAY ' '
              DISPLAY 'Course Equivalences'
              DISPLAY '  A - Add or change an equivalence'
              DISPLAY '  D - Delete an equivalence'
              DISPLAY '  L - List equivalences'
              DISPLAY '  X - Back'
              DISPLAY 'Choice: ' WITH NO ADVANCING
              ACCEPT equivChoice
              MOVE FUNCTION UPPER-CASE(equivChoice) TO equivChoice
              EVALUATE equivChoice
                 WHEN 'A'
                    PERFORM SET-EQUIVALENCE
                 WHEN 'D'
                    PERFORM DELETE-EQUIVALENCE
                 WHEN 'L'
                    PERFORM LIST-EQUIVALENCES
                 WHEN 'X'
                    MOVE 'Y' TO equivDone
                 WHEN OTHER
                    DISPLAY 'Unrecognized choice: '
                       FUNCTION TRIM(equivChoice)
              END-EVALUATE
           END-PERFORM.
      * End MAINTAIN-EQUIVALENCES.

      *Adds or replaces the mapping for one old course name. The
      *course it maps to must be a real catalog course, must not be
      *the old name itself, and must not lead back to the old name
      *through the mappings already on file - a loop would leave
      *every reader chasing its own tail. The old name need not be
      *in the catalog any more: a retired course usually is not.
       SET-EQUIVALENCE.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Old course name: ' WITH NO ADVANCING.
           ACCEPT entName.
           IF FUNCTION TRIM(entName) EQUAL SPACES
              DISPLAY 'REJECTED: old course name must not be blank'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Current catalog course: ' WITH NO ADVANCING.
           ACCEPT entCurrent.
           IF entCurrent EQUAL entName
              DISPLAY 'REJECTED: a course cannot be equivalent to'
                 ' itself'
              EXIT PARAGRAPH
           END-IF.
           MOVE entCurrent TO CatName.
           READ CATALOGFILE
              INVALID KEY
                 DISPLAY 'REJECTED: ' FUNCTION TRIM(entCurrent)
                    ' is not in the catalog'
                 EXIT PARAGRAPH
           END-READ.
           DISPLAY 'Effective term (e.g. 2026FA): '
              WITH NO ADVANCING.
           ACCEPT entTerm.
           IF FUNCTION TRIM(entTerm) EQUAL SPACES
              DISPLAY 'REJECTED: effective term must not be blank'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO eqLoop.
           MOVE entCurrent TO eqWalk.
           SET eqHops TO 0.
           PERFORM UNTIL eqHops >= 8
              MOVE eqWalk TO EqOldCourse
              READ EQUIVFILE
                 INVALID KEY
                    MOVE 8 TO eqHops
                 NOT INVALID KEY
                    MOVE EqNewCourse TO eqWalk
                    ADD 1 TO eqHops
                    IF eqWalk EQUAL entName
                       MOVE 'Y' TO eqLoop
                       MOVE 8 TO eqHops
                    END-IF
              END-READ
           END-PERFORM.
           IF eqLoop EQUAL 'Y'
              DISPLAY 'REJECTED: ' FUNCTION TRIM(entCurrent)
                 ' already leads back to ' FUNCTION TRIM(entName)
              EXIT PARAGRAPH
           END-IF.
           MOVE entName TO EqOldCourse.
           READ EQUIVFILE
              INVALID KEY
                 MOVE entName TO EqOldCourse
                 MOVE entCurrent TO EqNewCourse
                 MOVE entTerm TO EqEffTerm
                 WRITE EQUIV-REC
                    INVALID KEY
                       DISPLAY 'ERROR: Unable to write equivalence'
                    NOT INVALID KEY
                       DISPLAY 'Added ' FUNCTION TRIM(entName)
                          ' = ' FUNCTION TRIM(entCurrent)
                       PERFORM LOG-EQUIVALENCE-CHANGE
                 END-WRITE
              NOT INVALID KEY
                 MOVE entCurrent TO EqNewCourse
                 MOVE entTerm TO EqEffTerm
                 REWRITE EQUIV-REC
                    INVALID KEY
                       DISPLAY 'ERROR: Unable to rewrite equivalence'
                    NOT INVALID KEY
                       DISPLAY 'Changed ' FUNCTION TRIM(entName)
                          ' = ' FUNCTION TRIM(entCurrent)
                       PERFORM LOG-EQUIVALENCE-CHANGE
                 END-REWRITE
           END-READ.
      * End SET-EQUIVALENCE.

       DELETE-EQUIVALENCE.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Old course name: ' WITH NO ADVANCING.
           ACCEPT entName.
           MOVE entName TO EqOldCourse.
           DELETE EQUIVFILE
              INVALID KEY
                 DISPLAY 'ERROR: no such equivalence on file'
              NOT INVALID KEY
                 DISPLAY 'Deleted equivalence for '
                    FUNCTION TRIM(entName)
                 MOVE entName TO logSubject
                 MOVE 'EQUIVALENCE DELETED' TO logAction
                 PERFORM LOG-CATALOG-CHANGE
           END-DELETE.
      * End DELETE-EQUIVALENCE.

      *The mapping and its effective term ride on the line, so the
      *log alone can say what an old attempt counted as and when.
       LOG-EQUIVALENCE-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' CatalogMaint '
              FUNCTION TRIM(entName) ' EQUIVALENT '
              FUNCTION TRIM(entCurrent) ' ' entTerm
              ' by ' FUNCTION TRIM(operatorId)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-EQUIVALENCE-CHANGE.

      *Walks the whole equivalence file in old-name order to the
      *terminal.
       LIST-EQUIVALENCES.
           MOVE 'N' TO listEOF.
           MOVE LOW-VALUES TO EqOldCourse.
           START EQUIVFILE KEY IS GREATER THAN EqOldCourse
              INVALID KEY MOVE 'Y' TO listEOF
           END-START.
           SET recCount TO 0.
           PERFORM UNTIL listEOF = 'Y'
              READ EQUIVFILE NEXT RECORD
                 AT END MOVE 'Y' TO listEOF
              END-READ
              IF listEOF NOT EQUAL 'Y'
                 ADD 1 TO recCount
                 DISPLAY '  ' EqOldCourse ' = '
                    FUNCTION TRIM(EqNewCourse)
                    '  (taken before ' EqEffTerm ')'
              END-IF
           END-PERFORM.
           MOVE recCount TO tempNum.
           DISPLAY FUNCTION TRIM(tempNum)
              ' equivalence(s) on file.'.
      * End LIST-EQUIVALENCES.

      *Walks the whole catalog in key order to the terminal.
       LIST-CATALOG.
           PERFORM START-CATALOG-SCAN.
