      *Menu-driven maintenance for the indexed section master. Every
      *term someone used to type GradePost's section-to-course
      *mapping file by hand, and the registration clerk typed the
      *class gradebook file name for every course entered - and a
      *typo in either place refused a posting or landed a student
      *in the wrong section. The section master keys on course plus
      *term plus section number and carries the section's class
      *gradebook file, its instructor, and its seat cap, so
      *Registration looks the gradebook up instead of asking for
      *it, and GradePost builds its postings from the master plus
      *the students' planned records instead of from a mapping
      *file. Records are validated on entry, on the StudentMaint
      *pattern: a gradebook may belong to only one section, since
      *the gradebook name is the section token GradeReport and
      *GradePost key everything on. The master is scheduling data
      *on the catalog's footing, so every add, change, and delete
      *takes the catalog right on the operator file and leaves a
      *RUNAUDIT.LOG line naming the operator.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SectionMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The section master, keyed on course plus term plus section
      *number, so a course's sections for a term read out together
      *by key.
           SELECT SECTIONFILE ASSIGN TO SectionFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SmKey
           FILE STATUS IS SectionFileStatus.
      *The optional course catalog, read only to confirm that a
      *section is being set up for a course that exists.
           SELECT CATALOGFILE ASSIGN TO CatalogFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatName
           FILE STATUS IS CatalogFileStatus.
      *The shared run/audit log - a seat cap or a gradebook name
      *decides where a student is enrolled and what gets posted.
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
      *The same section-master layout and key Registration and
      *GradePost declare - every reader must agree byte for byte on
      *SECTION-REC.
       FD SECTIONFILE.
       01 SECTION-REC.
           05 SmKey.
              10 SmCourse PIC X(32).
              10 SmTerm PIC X(6).
              10 SmSection PIC X(3).
      *The section's class gradebook - the file GradeReport runs
      *and the token its computed grade is keyed on.
           05 SmGradebook PIC X(20).
           05 SmInstructor PIC X(20).
           05 SmSeatCap PIC 9(4).

      *The same catalog layout and key Auto_Advisor and
      *CatalogMaint declare.
       FD CATALOGFILE.
       01 CATALOG-REC.
           05 CatName     PIC X(32).
           05 CatHours    PIC 9(3).
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
      *Fixed-name file, on the convention TERMSTAT.DAT and
      *HOLDS.DAT follow, so Registration and GradePost find the
      *same master without another prompt in their job streams.
       01 SectionFileName PIC X(20) VALUE 'SECTIONS.DAT'.
       01 SectionFileStatus PIC X(2).
       01 CatalogFileName PIC X(20).
       01 CatalogFileStatus PIC X(2).
       01 CatalogOpen PIC A(1) VALUE 'N'.

       01 menuChoice PIC X(1).
       01 menuDone PIC A(1) VALUE 'N'.

      *Entry fields for an add or change, validated before any
      *WRITE or REWRITE touches the file.
       01 entCourse PIC X(32).
       01 entTerm PIC X(6).
       01 entSection PIC X(3).
       01 entGradebook PIC X(20).
       01 entInstructor PIC X(20).
       01 entCapText PIC X(10).
       01 entSeatCap PIC 9(4).
       01 entValid PIC A(1).

      *The key of the record being changed - the gradebook
      *uniqueness scan must not count the record against itself.
       01 ownKey PIC X(41).
       01 listEOF PIC A(1).
       01 listTerm PIC X(6).
       01 recCount PIC 9(5).
       01 tempNum PIC Z(5)9.

      *Run/audit log working storage.
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
           OPEN I-O SECTIONFILE.
      *A master being stood up for the first time doesn't exist
      *yet - file status 35, and only 35, means that - so create it
      *empty and carry on. Any other failure falls through to the
      *error exit: replacing a live master that merely failed to
      *open would lose every section of every term.
           IF SectionFileStatus EQUAL '35'
              OPEN OUTPUT SECTIONFILE
              CLOSE SECTIONFILE
              OPEN I-O SECTIONFILE
           END-IF.
           IF SectionFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open section master '
                 FUNCTION TRIM(SectionFileName)
              GOBACK
           END-IF.
           DISPLAY 'Course catalog (blank = none): '
              WITH NO ADVANCING.
           ACCEPT CatalogFileName.
           MOVE 'N' TO CatalogOpen.
           IF FUNCTION TRIM(CatalogFileName) NOT EQUAL SPACES
              OPEN INPUT CATALOGFILE
              IF CatalogFileStatus EQUAL '00'
                 MOVE 'Y' TO CatalogOpen
              ELSE
                 DISPLAY 'WARNING: Unable to open catalog '
                    FUNCTION TRIM(CatalogFileName)
                    ' - course names will not be checked'
              END-IF
           END-IF.
           PERFORM IDENTIFY-OPERATOR.

           PERFORM UNTIL menuDone = 'Y'
              DISPLAY ' '
              DISPLAY 'Section Master Maintenance'
              DISPLAY '  A - Add section'
              DISPLAY '  C - Change section'
              DISPLAY '  D - Delete section'
              DISPLAY '  L - List a term''s sections'
              DISPLAY '  X - Exit'
              DISPLAY 'Choice: ' WITH NO ADVANCING
              ACCEPT menuChoice
              MOVE FUNCTION UPPER-CASE(menuChoice) TO menuChoice
              EVALUATE menuChoice
                 WHEN 'A'
                    PERFORM ADD-SECTION
                 WHEN 'C'
                    PERFORM CHANGE-SECTION
                 WHEN 'D'
                    PERFORM DELETE-SECTION
                 WHEN 'L'
                    PERFORM LIST-SECTIONS
                 WHEN 'X'
                    MOVE 'Y' TO menuDone
                 WHEN OTHER
                    DISPLAY 'Unrecognized choice: '
                       FUNCTION TRIM(menuChoice)
              END-EVALUATE
           END-PERFORM.

           CLOSE SECTIONFILE.
           IF CatalogOpen EQUAL 'Y'
              CLOSE CATALOGFILE
           END-IF.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job if it is ever CALLed as part of an overnight run.
           GOBACK.

      *Prompts for every field of a section record and validates
      *them as a set; nothing is written unless every check passes.
       ADD-SECTION.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-SECTION-KEY.
           MOVE SPACES TO ownKey.
           PERFORM ACCEPT-CHANGE-FIELDS.
           PERFORM VALIDATE-SECTION-ENTRY.
           IF entValid EQUAL 'Y'
              PERFORM FILL-SECTION-RECORD
              WRITE SECTION-REC
                 INVALID KEY
                    DISPLAY 'ERROR: section ' FUNCTION TRIM(entSection)
                       ' of ' FUNCTION TRIM(entCourse) ' '
                       FUNCTION TRIM(entTerm)
                       ' is already on the master - use Change'
                 NOT INVALID KEY
                    DISPLAY 'Added section ' FUNCTION TRIM(entSection)
                       ' of ' FUNCTION TRIM(entCourse) ' '
                       FUNCTION TRIM(entTerm)
                    MOVE 'ADDED' TO logAction
                    PERFORM LOG-SECTION-CHANGE
              END-WRITE
           END-IF.
      * End ADD-SECTION.

      *Re-enters every field but the key of an existing record - the
      *record must already exist, and the replacement passes the
      *same validation a new record would.
       CHANGE-SECTION.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-SECTION-KEY.
           MOVE entCourse TO SmCourse.
           MOVE entTerm TO SmTerm.
           MOVE entSection TO SmSection.
           READ SECTIONFILE
              INVALID KEY
                 DISPLAY 'ERROR: that section is not on the master'
              NOT INVALID KEY
                 PERFORM SHOW-SECTION
                 MOVE SmKey TO ownKey
                 PERFORM ACCEPT-CHANGE-FIELDS
                 PERFORM VALIDATE-SECTION-ENTRY
                 IF entValid EQUAL 'Y'
                    PERFORM FILL-SECTION-RECORD
                    REWRITE SECTION-REC
                       INVALID KEY
                          DISPLAY 'ERROR: Unable to rewrite section '
                             FUNCTION TRIM(entSection)
                       NOT INVALID KEY
                          DISPLAY 'Changed section '
                             FUNCTION TRIM(entSection) ' of '
                             FUNCTION TRIM(entCourse) ' '
                             FUNCTION TRIM(entTerm)
                          MOVE 'CHANGED' TO logAction
                          PERFORM LOG-SECTION-CHANGE
                    END-REWRITE
                 END-IF
           END-READ.
      * End CHANGE-SECTION.

       DELETE-SECTION.
           PERFORM CHECK-CATALOG-RIGHT.
           IF rightOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-SECTION-KEY.
           MOVE entCourse TO SmCourse.
           MOVE entTerm TO SmTerm.
           MOVE entSection TO SmSection.
           DELETE SECTIONFILE
              INVALID KEY
                 DISPLAY 'ERROR: that section is not on the master'
              NOT INVALID KEY
                 DISPLAY 'Deleted section ' FUNCTION TRIM(entSection)
                    ' of ' FUNCTION TRIM(entCourse) ' '
                    FUNCTION TRIM(entTerm)
                 MOVE 'DELETED' TO logAction
                 PERFORM LOG-SECTION-CHANGE
           END-DELETE.
      * End DELETE-SECTION.

       ACCEPT-SECTION-KEY.
           DISPLAY 'Course: ' WITH NO ADVANCING.
           ACCEPT entCourse.
           DISPLAY 'Term (e.g. 2026FA): ' WITH NO ADVANCING.
           ACCEPT entTerm.
           DISPLAY 'Section number (e.g. 001): ' WITH NO ADVANCING.
           ACCEPT entSection.
      * End ACCEPT-SECTION-KEY.

      *The fields a Change re-enters (everything but the key).
       ACCEPT-CHANGE-FIELDS.
           DISPLAY 'Class gradebook file: ' WITH NO ADVANCING.
           ACCEPT entGradebook.
           DISPLAY 'Instructor: ' WITH NO ADVANCING.
           ACCEPT entInstructor.
           DISPLAY 'Seat cap: ' WITH NO ADVANCING.
           ACCEPT entCapText.
      * End ACCEPT-CHANGE-FIELDS.

      *The integrity checks a record must pass before it may reach
      *the file: a complete key, a course the catalog knows, a
      *gradebook no other section already claims, and a seat cap
      *that can actually seat someone.
       VALIDATE-SECTION-ENTRY.
           MOVE 'Y' TO entValid.
           IF FUNCTION TRIM(entCourse) EQUAL SPACES
              DISPLAY 'REJECTED: course must not be blank'
              MOVE 'N' TO entValid
           END-IF.
           IF FUNCTION TRIM(entTerm) EQUAL SPACES
              DISPLAY 'REJECTED: term must not be blank'
              MOVE 'N' TO entValid
           END-IF.
           IF FUNCTION TRIM(entSection) EQUAL SPACES
              DISPLAY 'REJECTED: section number must not be blank'
              MOVE 'N' TO entValid
           END-IF.
           IF FUNCTION TRIM(entInstructor) EQUAL SPACES
              DISPLAY 'REJECTED: instructor must not be blank'
              MOVE 'N' TO entValid
           END-IF.
           IF FUNCTION TRIM(entCapText) IS NOT NUMERIC
              DISPLAY 'REJECTED: seat cap must be a whole number'
              MOVE 'N' TO entValid
           ELSE
              COMPUTE entSeatCap =
                 FUNCTION NUMVAL(FUNCTION TRIM(entCapText))
              IF entSeatCap EQUAL 0
                 DISPLAY 'REJECTED: seat cap must be nonzero'
                 MOVE 'N' TO entValid
              END-IF
           END-IF.
           IF CatalogOpen EQUAL 'Y'
           AND FUNCTION TRIM(entCourse) NOT EQUAL SPACES
              MOVE entCourse TO CatName
              READ CATALOGFILE
                 INVALID KEY
                    DISPLAY 'REJECTED: ' FUNCTION TRIM(entCourse)
                       ' is not in the catalog'
                    MOVE 'N' TO entValid
              END-READ
           END-IF.
           IF FUNCTION TRIM(entGradebook) EQUAL SPACES
              DISPLAY 'REJECTED: gradebook file must not be blank'
              MOVE 'N' TO entValid
           ELSE
              PERFORM CHECK-GRADEBOOK-UNIQUE
           END-IF.
      * End VALIDATE-SECTION-ENTRY.

      *One pass over the whole master: a gradebook already named by
      *any other section is refused. The scan moves the file's
      *position, so a Change re-reads its own record afterward
      *before the REWRITE.
       CHECK-GRADEBOOK-UNIQUE.
           MOVE 'N' TO listEOF.
           MOVE LOW-VALUES TO SmKey.
           START SECTIONFILE KEY IS GREATER THAN SmKey
              INVALID KEY MOVE 'Y' TO listEOF
           END-START.
           PERFORM UNTIL listEOF = 'Y'
              READ SECTIONFILE NEXT RECORD
                 AT END MOVE 'Y' TO listEOF
              END-READ
              IF listEOF NOT EQUAL 'Y'
              AND SmGradebook EQUAL entGradebook
              AND SmKey NOT EQUAL ownKey
                 DISPLAY 'REJECTED: gradebook '
                    FUNCTION TRIM(entGradebook)
                    ' already belongs to section '
                    FUNCTION TRIM(SmSection) ' of '
                    FUNCTION TRIM(SmCourse) ' '
                    FUNCTION TRIM(SmTerm)
                 MOVE 'N' TO entValid
                 MOVE 'Y' TO listEOF
              END-IF
           END-PERFORM.
           IF ownKey NOT EQUAL SPACES
              MOVE ownKey TO SmKey
              READ SECTIONFILE
                 INVALID KEY
                    DISPLAY 'ERROR: section vanished during the'
                       ' change'
                    MOVE 'N' TO entValid
              END-READ
           END-IF.
      * End CHECK-GRADEBOOK-UNIQUE.

       FILL-SECTION-RECORD.
           MOVE entCourse TO SmCourse.
           MOVE entTerm TO SmTerm.
           MOVE entSection TO SmSection.
           MOVE entGradebook TO SmGradebook.
           MOVE entInstructor TO SmInstructor.
           MOVE entSeatCap TO SmSeatCap.
      * End FILL-SECTION-RECORD.

       SHOW-SECTION.
           MOVE SmSeatCap TO tempNum.
           DISPLAY '  ' SmCourse ' ' SmTerm ' ' SmSection ' '
              FUNCTION TRIM(SmGradebook) '  '
              FUNCTION TRIM(SmInstructor) '  cap '
              FUNCTION TRIM(tempNum).
      * End SHOW-SECTION.

      *Walks the master in key order, showing one term's sections
      *(or every term's, on a blank answer).
       LIST-SECTIONS.
           DISPLAY 'Term (blank = all): ' WITH NO ADVANCING.
           ACCEPT listTerm.
           SET recCount TO 0.
           MOVE 'N' TO listEOF.
           MOVE LOW-VALUES TO SmKey.
           START SECTIONFILE KEY IS GREATER THAN SmKey
              INVALID KEY MOVE 'Y' TO listEOF
           END-START.
           PERFORM UNTIL listEOF = 'Y'
              READ SECTIONFILE NEXT RECORD
                 AT END MOVE 'Y' TO listEOF
              END-READ
              IF listEOF NOT EQUAL 'Y'
              AND (listTerm EQUAL SPACES OR SmTerm EQUAL listTerm)
                 ADD 1 TO recCount
                 PERFORM SHOW-SECTION
              END-IF
           END-PERFORM.
           MOVE recCount TO tempNum.
           DISPLAY FUNCTION TRIM(tempNum) ' section(s) listed.'.
      * End LIST-SECTIONS.

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

      *Every change to the section master passes through here
      *first. Without the catalog right the change is refused, and
      *the refusal logged.
       CHECK-CATALOG-RIGHT.
           MOVE 'Y' TO rightOk.
           IF rtCatalog NOT EQUAL 'Y'
              MOVE 'N' TO rightOk
              DISPLAY 'REFUSED: operator ' FUNCTION TRIM(operatorId)
                 ' may not maintain sections'
              MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp
              MOVE SPACES TO RunLogLine
              STRING RunLogTimestamp ' SectionMaint '
                 FUNCTION TRIM(operatorId)
                 ' REFUSED - not authorized to maintain sections'
                 DELIMITED BY SIZE INTO RunLogLine
              PERFORM APPEND-RUN-LOG
           END-IF.
      * End CHECK-CATALOG-RIGHT.

      *One audit line per applied change, naming the operator.
       LOG-SECTION-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' SectionMaint '
              FUNCTION TRIM(entCourse) ' '
              FUNCTION TRIM(entTerm) ' '
              FUNCTION TRIM(entSection) ' '
              FUNCTION TRIM(logAction)
              ' by ' FUNCTION TRIM(operatorId)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-SECTION-CHANGE.

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
