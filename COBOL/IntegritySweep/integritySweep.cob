      *Cross-file referential integrity sweep over the masters.
      *PostRecon checks transcripts against the audit log, but
      *nothing checked the masters against each other, and drift
      *between them only surfaced months later as strange advising
      *output. This sweep reads every master end to end and reports
      *four kinds of drift: transcript records for a StudentID the
      *student master has never heard of or a course the catalog
      *does not carry (a name since retired is carried when its
      *course-equivalence mapping leads to one that is);
      *offerings whose enrolled count disagrees with the
      *transcript records actually holding a seat; class
      *gradebook grade rows for a student with no transcript record
      *for the section's course and term; and sections the term
      *status file shows CLOSED with no computed-grades record
      *behind the close. The exceptions go to a paginated report,
      *and the run hands its status back in JOBSTAT.DAT - FAILED
      *when anything was found - so it can run nightly under
      *Dispatcher and hold an IF-PRIOR-OK job behind a dirty sweep.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegritySweep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The transcript master, read end to end - the key leads with
      *StudentID, so each student's records arrive together and
      *the student master is read once per student, not per record.
           SELECT TRANSMFILE ASSIGN TO TransMasterName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TmKey
           FILE STATUS IS TransMasterStatus.
           SELECT STUDENTFILE ASSIGN TO StudentFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StuId
           FILE STATUS IS StudentFileStatus.
           SELECT CATALOGFILE ASSIGN TO CatalogFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatName
           FILE STATUS IS CatalogFileStatus.
      *The course-equivalence file CatalogMaint keeps - optional,
      *like the other fixed-name files.
           SELECT EQUIVFILE ASSIGN TO EquivFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EqOldCourse
           FILE STATUS IS EquivFileStatus.
      *The optional course-offerings file - with none named, the
      *seat-count check is skipped.
           SELECT OFFERFILE ASSIGN TO OfferFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OfferKey
           FILE STATUS IS OfferFileStatus.
      *The section master names every class gradebook there is to
      *check; the gradebooks themselves are read one at a time.
           SELECT SECTIONFILE ASSIGN TO SectionFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SmKey
           FILE STATUS IS SectionFileStatus.
           SELECT CLASSFILE ASSIGN TO ClassFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClassFileStatus.
           SELECT TERMSTATFILE ASSIGN TO TermStatFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TsSection
           FILE STATUS IS TermStatFileStatus.
           SELECT COMPGRDFILE ASSIGN TO CompGrdFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CgSection
           FILE STATUS IS CompGrdFileStatus.
      *The exceptions report, on the shop's usual paginated layout.
           SELECT SWEEPFILE ASSIGN TO SweepFileName
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOGFILE ASSIGN TO RunLogFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFileStatus.
      *One-record completion-status handoff to Dispatcher.
           SELECT JOBSTATFILE ASSIGN TO JobStatFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JobStatFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *The same transcript-master layout and key the rest of the
      *system declares - every reader must agree byte for byte on
      *TRANSM-REC.
       FD TRANSMFILE.
       01 TRANSM-REC.
           05 TmKey.
              10 TmStudent PIC X(10).
              10 TmCourse PIC X(32).
              10 TmTerm PIC X(6).
           05 TmGrade PIC X(2).
           05 TmXferHours PIC 9(3).
           05 TmSource PIC X(20).

      *The same student-master layout and key StudentMaint declares.
       FD STUDENTFILE.
       01 STUDENT-REC.
           05 StuId PIC X(10).
           05 StuName PIC X(30).
           05 StuMajor PIC X(10).
           05 StuAdvisor PIC X(20).
           05 StuTranscript PIC X(20).

      *The same catalog layout and key Auto_Advisor and
      *CatalogMaint declare.
       FD CATALOGFILE.
       01 CATALOG-REC.
           05 CatName     PIC X(32).
           05 CatHours    PIC 9(3).
           05 CatCategory PIC X(10).
           05 CatPreqs    PIC X(220).

      *The same equivalence layout and key CatalogMaint declares -
      *every reader must agree byte for byte on EQUIV-REC.
       FD EQUIVFILE.
       01 EQUIV-REC.
           05 EqOldCourse PIC X(32).
           05 EqNewCourse PIC X(32).
           05 EqEffTerm PIC X(6).

      *The same offerings layout and key CatalogMaint and
      *Registration declare.
       FD OFFERFILE.
       01 OFFER-REC.
           05 OfferKey.
              10 OfCourse PIC X(32).
              10 OfTerm PIC X(6).
           05 OfSeatCap PIC 9(4).
           05 OfEnrolled PIC 9(4).

      *The same section-master layout and key SectionMaint
      *declares.
       FD SECTIONFILE.
       01 SECTION-REC.
           05 SmKey.
              10 SmCourse PIC X(32).
              10 SmTerm PIC X(6).
              10 SmSection PIC X(3).
           05 SmGradebook PIC X(20).
           05 SmInstructor PIC X(20).
           05 SmSeatCap PIC 9(4).

       FD CLASSFILE.
       01 CLASSBOOK-REC.
           05 CbRecType PIC X(1).
           05 CbRecRest PIC X(71).

      *The same term-status layout and key GradeReport and
      *GradePost declare.
       FD TERMSTATFILE.
       01 TERMSTAT-REC.
           05 TsSection PIC X(31).
           05 TsStatus PIC X(6).
           05 TsStamp PIC X(21).

      *The same computed-grades layout and key GradeReport and
      *GradePost declare.
       FD COMPGRDFILE.
       01 COMPGRD-REC.
           05 CgSection PIC X(31).
           05 CgPct PIC 9(3).
           05 CgStamp PIC X(21).

       FD SWEEPFILE.
       01 SWEEP-REC PIC X(120).

       FD RUNLOGFILE.
       01 RUNLOG-REC PIC X(100).

       FD JOBSTATFILE.
       01 JOBSTAT-REC.
           05 JsProgram PIC X(12).
           05 JsStatus PIC X(8).
           05 JsSections PIC 9(5).
           05 JsExceptions PIC 9(5).
           05 JsStudents PIC 9(5).

       WORKING-STORAGE SECTION.
       01 TransMasterName PIC X(20).
       01 TransMasterStatus PIC X(2).
       01 TransEOF PIC A(1).
       01 StudentFileName PIC X(20).
       01 StudentFileStatus PIC X(2).
       01 CatalogFileName PIC X(20).
       01 CatalogFileStatus PIC X(2).
       01 OfferFileName PIC X(20).
       01 OfferFileStatus PIC X(2).
       01 OfferEOF PIC A(1).
      *The fixed-name files, found the way every program that keeps
      *them finds them.
       01 SectionFileName PIC X(20) VALUE 'SECTIONS.DAT'.
       01 SectionFileStatus PIC X(2).
       01 SectEOF PIC A(1).
       01 ClassFileName PIC X(20).
       01 ClassFileStatus PIC X(2).
       01 ClassEOF PIC A(1).
       01 TermStatFileName PIC X(20) VALUE 'TERMSTAT.DAT'.
       01 TermStatFileStatus PIC X(2).
       01 TermStatEOF PIC A(1).
       01 CompGrdFileName PIC X(20) VALUE 'COMPGRD.DAT'.
       01 CompGrdFileStatus PIC X(2).
       01 CompGrdOpen PIC A(1).
       01 CompGrdFound PIC A(1).
       01 SweepFileName PIC X(20) VALUE 'INTEGRITY.RPT'.
       01 EquivFileName PIC X(20) VALUE 'EQUIV.DAT'.
       01 EquivFileStatus PIC X(2).
       01 equivOpen PIC A(1) VALUE 'N'.

      *A course taken as eqCourse in eqTerm, and the current
      *catalog course it counts as.
       01 eqCourse PIC X(32).
       01 eqTerm PIC X(6).
       01 eqCanon PIC X(32).
       01 eqHops PIC 9(1).
       01 eqTakenKey PIC X(5).
       01 termSortTerm PIC X(6).
       01 termKeyB PIC X(5).
       01 courseFound PIC A(1).

      *The student whose records are being walked, and whether the
      *student master knows them.
       01 curStudent PIC X(10).
       01 curStuKnown PIC A(1).
       01 curStuRecords PIC 9(5).

      *Seats held per course and term, tallied on the transcript
      *pass: every record for the term except a withdrawal (the
      *seat was given back) and transfer credit (none was ever
      *taken) - the planned records before grades post, and the
      *same students still counted once their grades are in.
       01 seatCount PIC 9(4) VALUE 0.
       01 seatArray.
           05 seatRow OCCURS 3000 TIMES.
              10 seatCourse PIC X(32).
              10 seatTerm PIC X(6).
              10 seatHeld PIC 9(4).
              10 seatOffered PIC A(1).
       01 seatIdx PIC 9(4).
       01 seatOverflow PIC A(1).

      *One section's gradebook students, each checked once however
      *many 'G' rows they carry.
       01 CbGradeView.
           05 CbGrStudent PIC X(10).
           05 CbGrAsgName PIC X(20).
           05 CbGrEarned PIC 9(14).
       01 gbStuCount PIC 9(4).
       01 gbStuArray.
           05 gbStu PIC X(10) OCCURS 999 TIMES.
       01 gbStuIdx PIC 9(4).

       01 RecordsChecked PIC 9(7) VALUE 0.
       01 StudentsChecked PIC 9(5) VALUE 0.
       01 OffersChecked PIC 9(5) VALUE 0.
       01 SectionsChecked PIC 9(5) VALUE 0.
       01 ClosedChecked PIC 9(5) VALUE 0.
       01 ExcCount PIC 9(5) VALUE 0.
       01 checkExcCount PIC 9(5).
       01 tempNum PIC Z(6)9.
       01 tempNum2 PIC Z(6)9.

      *Completion-status working storage. A master that would not
      *open fails the run outright; so does any exception found, so
      *a dirty sweep can never pass for a clean one.
       01 JobStatFileName PIC X(20) VALUE 'JOBSTAT.DAT'.
       01 JobStatFileStatus PIC X(2).
       01 RunFailed PIC A(1) VALUE 'N'.

      *Run/audit log working storage.
       01 RunLogFileName PIC X(20) VALUE 'RUNAUDIT.LOG'.
       01 RunLogFileStatus PIC X(2).
       01 RunLogTimestamp PIC X(21).
       01 RunLogLine PIC X(100) VALUE SPACES.

      *Report working storage, on the shop's usual paginated report
      *pattern.
       01 ReportLine PIC X(120) VALUE SPACES.
       01 HoldLine PIC X(120).
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageNum PIC 9(3) VALUE 0.
       01 LinesPerPage PIC 9(3) VALUE 55.
       01 CurrentDate PIC X(8).
       01 ReportDate.
           05 ReportDate-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 ReportDate-DD PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 ReportDate-YYYY PIC X(4).

       PROCEDURE DIVISION.
      *A CALLed program keeps its WORKING-STORAGE between CALLs, so
      *the whole-run totals reset on entry - the second job of an
      *overnight batch must not inherit the first job's counts.
           MOVE 'N' TO RunFailed.
           SET RecordsChecked TO 0.
           SET StudentsChecked TO 0.
           SET OffersChecked TO 0.
           SET SectionsChecked TO 0.
           SET ClosedChecked TO 0.
           SET ExcCount TO 0.
           SET seatCount TO 0.
           MOVE 'N' TO seatOverflow.
           DISPLAY 'Student master: ' WITH NO ADVANCING.
           ACCEPT StudentFileName.
           DISPLAY 'Course catalog: ' WITH NO ADVANCING.
           ACCEPT CatalogFileName.
           DISPLAY 'Transcript master: ' WITH NO ADVANCING.
           ACCEPT TransMasterName.
           DISPLAY 'Course offerings file (blank = none): '
              WITH NO ADVANCING.
           ACCEPT OfferFileName.
           OPEN INPUT STUDENTFILE.
           IF StudentFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open student master '
                 FUNCTION TRIM(StudentFileName)
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN INPUT CATALOGFILE.
           IF CatalogFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open catalog '
                 FUNCTION TRIM(CatalogFileName)
              CLOSE STUDENTFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN INPUT TRANSMFILE.
           IF TransMasterStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open transcript master '
                 FUNCTION TRIM(TransMasterName)
              CLOSE STUDENTFILE
              CLOSE CATALOGFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           MOVE 'N' TO equivOpen.
           OPEN INPUT EQUIVFILE.
           IF EquivFileStatus EQUAL '00'
              MOVE 'Y' TO equivOpen
           END-IF.

           OPEN OUTPUT SWEEPFILE.
           SET ReportPageNum TO 0.
           SET ReportLineCount TO 0.
           PERFORM PRINT-PAGE-HEADER.

           PERFORM SWEEP-TRANSCRIPTS.
           PERFORM SWEEP-OFFERINGS.
           PERFORM SWEEP-GRADEBOOKS.
           PERFORM SWEEP-TERM-STATUS.

           MOVE SPACES TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE ExcCount TO tempNum.
           MOVE SPACES TO ReportLine.
           STRING 'Total exceptions: ' FUNCTION TRIM(tempNum)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           CLOSE SWEEPFILE.
           CLOSE STUDENTFILE.
           CLOSE CATALOGFILE.
           CLOSE TRANSMFILE.
           IF equivOpen EQUAL 'Y'
              CLOSE EQUIVFILE
           END-IF.
           DISPLAY 'Exceptions found: ' FUNCTION TRIM(tempNum)
              ' - report written to ' FUNCTION TRIM(SweepFileName).
           IF ExcCount > 0
              MOVE 'Y' TO RunFailed
           END-IF.
           PERFORM LOG-SWEEP-RUN.
           PERFORM WRITE-JOB-STATUS.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job if it is ever CALLed as part of an overnight run.
           GOBACK.

      *Every transcript record: its student must be on the student
      *master (reported once per student, with the record count)
      *and its course in the catalog. The seats each course and
      *term holds are tallied on the same pass for the offerings
      *check.
       SWEEP-TRANSCRIPTS.
           MOVE 'Transcript master against student master and'
              TO ReportLine.
           MOVE ' catalog' TO ReportLine(46:8).
           PERFORM WRITE-SECTION-HEADING.
           MOVE SPACES TO curStudent.
           MOVE 'Y' TO curStuKnown.
           SET curStuRecords TO 0.
           MOVE 'N' TO TransEOF.
           MOVE LOW-VALUES TO TmKey.
           START TRANSMFILE KEY IS GREATER THAN TmKey
              INVALID KEY MOVE 'Y' TO TransEOF
           END-START.
           PERFORM UNTIL TransEOF = 'Y'
              READ TRANSMFILE NEXT RECORD
                 AT END MOVE 'Y' TO TransEOF
              END-READ
              IF TransEOF NOT EQUAL 'Y'
                 IF TmStudent NOT EQUAL curStudent
                    PERFORM FINISH-TRANSCRIPT-STUDENT
                    PERFORM START-TRANSCRIPT-STUDENT
                 END-IF
                 PERFORM CHECK-TRANSCRIPT-RECORD
              END-IF
           END-PERFORM.
           PERFORM FINISH-TRANSCRIPT-STUDENT.
           PERFORM WRITE-CHECK-TOTAL.
      * End SWEEP-TRANSCRIPTS.

       START-TRANSCRIPT-STUDENT.
           MOVE TmStudent TO curStudent.
           SET curStuRecords TO 0.
           ADD 1 TO StudentsChecked.
           MOVE TmStudent TO StuId.
           READ STUDENTFILE
              INVALID KEY
                 MOVE 'N' TO curStuKnown
              NOT INVALID KEY
                 MOVE 'Y' TO curStuKnown
           END-READ.
      * End START-TRANSCRIPT-STUDENT.

       FINISH-TRANSCRIPT-STUDENT.
           IF curStudent NOT EQUAL SPACES AND curStuKnown EQUAL 'N'
              MOVE curStuRecords TO tempNum
              MOVE SPACES TO ReportLine
              STRING FUNCTION TRIM(curStudent) ' - '
                 FUNCTION TRIM(tempNum)
                 ' transcript record(s) for a StudentID not on the'
                 ' student master'
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-EXCEPTION
           END-IF.
      * End FINISH-TRANSCRIPT-STUDENT.

       CHECK-TRANSCRIPT-RECORD.
           ADD 1 TO RecordsChecked.
           ADD 1 TO curStuRecords.
           MOVE 'Y' TO courseFound.
           MOVE TmCourse TO CatName.
           READ CATALOGFILE
              INVALID KEY
                 MOVE 'N' TO courseFound
           END-READ.
           IF courseFound EQUAL 'N'
              MOVE TmCourse TO eqCourse
              MOVE TmTerm TO eqTerm
              PERFORM RESOLVE-EQUIVALENT
              IF eqCanon NOT EQUAL TmCourse
                 MOVE eqCanon TO CatName
                 READ CATALOGFILE
                    NOT INVALID KEY
                       MOVE 'Y' TO courseFound
                 END-READ
              END-IF
           END-IF.
           IF courseFound EQUAL 'N'
              MOVE SPACES TO ReportLine
              STRING FUNCTION TRIM(TmStudent) ' '
                 FUNCTION TRIM(TmCourse) '|'
                 FUNCTION TRIM(TmGrade) '|'
                 FUNCTION TRIM(TmTerm)
                 ' - course is not in the catalog'
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF TmGrade NOT EQUAL 'W' AND TmGrade NOT EQUAL 'TR'
              PERFORM NOTE-SEAT-HELD
           END-IF.
      * End CHECK-TRANSCRIPT-RECORD.

      *The current catalog course eqCourse, taken in eqTerm, counts
      *as - Registration's RESOLVE-EQUIVALENT, hop for hop.
       RESOLVE-EQUIVALENT.
           MOVE eqCourse TO eqCanon.
           IF equivOpen NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           MOVE eqTerm TO termSortTerm.
           PERFORM BUILD-TERM-SORT-KEY.
           MOVE termKeyB TO eqTakenKey.
           SET eqHops TO 0.
           PERFORM UNTIL eqHops >= 8
              MOVE eqCanon TO EqOldCourse
              READ EQUIVFILE
                 INVALID KEY
                    MOVE 8 TO eqHops
                 NOT INVALID KEY
                    MOVE EqEffTerm TO termSortTerm
                    PERFORM BUILD-TERM-SORT-KEY
                    IF eqTakenKey < termKeyB
                       MOVE EqNewCourse TO eqCanon
                       ADD 1 TO eqHops
                    ELSE
                       MOVE 8 TO eqHops
                    END-IF
              END-READ
           END-PERFORM.
      * End RESOLVE-EQUIVALENT.

      *yyyyR out of a yyyySS term code, where R ranks the season:
      *spring, then summer, then fall - Auto_Advisor's sort key.
       BUILD-TERM-SORT-KEY.
           MOVE SPACES TO termKeyB.
           MOVE termSortTerm(1:4) TO termKeyB(1:4).
           EVALUATE termSortTerm(5:2)
              WHEN 'SP' MOVE '1' TO termKeyB(5:1)
              WHEN 'SU' MOVE '2' TO termKeyB(5:1)
              WHEN 'FA' MOVE '3' TO termKeyB(5:1)
              WHEN OTHER MOVE '4' TO termKeyB(5:1)
           END-EVALUATE.
      * End BUILD-TERM-SORT-KEY.

       NOTE-SEAT-HELD.
           SET seatIdx TO 1.
           PERFORM UNTIL seatIdx > seatCount
              IF seatCourse(seatIdx) EQUAL TmCourse
              AND seatTerm(seatIdx) EQUAL TmTerm
                 ADD 1 TO seatHeld(seatIdx)
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO seatIdx
           END-PERFORM.
           IF seatCount < 3000
              ADD 1 TO seatCount
              MOVE TmCourse TO seatCourse(seatCount)
              MOVE TmTerm TO seatTerm(seatCount)
              MOVE 1 TO seatHeld(seatCount)
              MOVE 'N' TO seatOffered(seatCount)
           ELSE
              MOVE 'Y' TO seatOverflow
           END-IF.
      * End NOTE-SEAT-HELD.

      *Every offering's enrolled count against the seats its course
      *and term actually hold on the transcript master. Skipped
      *with a note when no offerings file was named, or when there
      *were more course-terms than the tally could hold - a partial
      *tally would report drift that is not there.
       SWEEP-OFFERINGS.
           MOVE 'Offering enrolled counts against transcript seats'
              TO ReportLine.
           PERFORM WRITE-SECTION-HEADING.
           IF FUNCTION TRIM(OfferFileName) EQUAL SPACES
              MOVE '  (no offerings file named - not checked)'
                 TO ReportLine
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF seatOverflow EQUAL 'Y'
              MOVE '  (too many course-terms to tally - not checked)'
                 TO ReportLine
              PERFORM WRITE-REPORT-LINE
              MOVE 'Y' TO RunFailed
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OFFERFILE.
           IF OfferFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open offerings file '
                 FUNCTION TRIM(OfferFileName)
              MOVE '  (offerings file would not open - not checked)'
                 TO ReportLine
              PERFORM WRITE-REPORT-LINE
              MOVE 'Y' TO RunFailed
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO OfferEOF.
           MOVE LOW-VALUES TO OfferKey.
           START OFFERFILE KEY IS GREATER THAN OfferKey
              INVALID KEY MOVE 'Y' TO OfferEOF
           END-START.
           PERFORM UNTIL OfferEOF = 'Y'
              READ OFFERFILE NEXT RECORD
                 AT END MOVE 'Y' TO OfferEOF
              END-READ
              IF OfferEOF NOT EQUAL 'Y'
                 PERFORM CHECK-OFFERING
              END-IF
           END-PERFORM.
           CLOSE OFFERFILE.
           PERFORM WRITE-CHECK-TOTAL.
      * End SWEEP-OFFERINGS.

       CHECK-OFFERING.
           ADD 1 TO OffersChecked.
           SET seatIdx TO 1.
           PERFORM UNTIL seatIdx > seatCount
              IF seatCourse(seatIdx) EQUAL OfCourse
              AND seatTerm(seatIdx) EQUAL OfTerm
                 EXIT PERFORM
              END-IF
              ADD 1 TO seatIdx
           END-PERFORM.
           IF seatIdx > seatCount
              MOVE 0 TO tempNum2
           ELSE
              MOVE seatHeld(seatIdx) TO tempNum2
           END-IF.
           IF FUNCTION NUMVAL(tempNum2) NOT EQUAL OfEnrolled
              MOVE OfEnrolled TO tempNum
              MOVE SPACES TO ReportLine
              STRING FUNCTION TRIM(OfCourse) '|'
                 FUNCTION TRIM(OfTerm)
                 ' - offering shows ' FUNCTION TRIM(tempNum)
                 ' enrolled, transcript master holds '
                 FUNCTION TRIM(tempNum2)
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-EXCEPTION
           END-IF.
      * End CHECK-OFFERING.

      *Every section on the section master: each student on its
      *class gradebook's 'G' rows must have a transcript record,
      *planned or graded, for the section's course and term. Without
      *a section master there are no gradebooks to find.
       SWEEP-GRADEBOOKS.
           MOVE 'Class gradebook students against transcript records'
              TO ReportLine.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT SECTIONFILE.
           IF SectionFileStatus NOT EQUAL '00'
              MOVE '  (no section master - not checked)'
                 TO ReportLine
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO SectEOF.
           MOVE LOW-VALUES TO SmKey.
           START SECTIONFILE KEY IS GREATER THAN SmKey
              INVALID KEY MOVE 'Y' TO SectEOF
           END-START.
           PERFORM UNTIL SectEOF = 'Y'
              READ SECTIONFILE NEXT RECORD
                 AT END MOVE 'Y' TO SectEOF
              END-READ
              IF SectEOF NOT EQUAL 'Y'
                 PERFORM CHECK-GRADEBOOK-SECTION
              END-IF
           END-PERFORM.
           CLOSE SECTIONFILE.
           PERFORM WRITE-CHECK-TOTAL.
      * End SWEEP-GRADEBOOKS.

       CHECK-GRADEBOOK-SECTION.
           ADD 1 TO SectionsChecked.
           MOVE SmGradebook TO ClassFileName.
           SET gbStuCount TO 0.
           MOVE 'N' TO ClassEOF.
           OPEN INPUT CLASSFILE.
           IF ClassFileStatus NOT EQUAL '00'
              MOVE SPACES TO ReportLine
              STRING FUNCTION TRIM(SmCourse) '|'
                 FUNCTION TRIM(SmTerm) ' section '
                 FUNCTION TRIM(SmSection) ' - gradebook '
                 FUNCTION TRIM(ClassFileName) ' will not open'
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ClassEOF = 'Y'
              READ CLASSFILE
                 AT END MOVE 'Y' TO ClassEOF
              END-READ
              IF ClassEOF NOT EQUAL 'Y' AND CbRecType EQUAL 'G'
                 MOVE CbRecRest TO CbGradeView
                 PERFORM CHECK-GRADEBOOK-STUDENT
              END-IF
           END-PERFORM.
           CLOSE CLASSFILE.
      * End CHECK-GRADEBOOK-SECTION.

       CHECK-GRADEBOOK-STUDENT.
           SET gbStuIdx TO 1.
           PERFORM UNTIL gbStuIdx > gbStuCount
              IF gbStu(gbStuIdx) EQUAL CbGrStudent
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO gbStuIdx
           END-PERFORM.
           IF gbStuCount < 999
              ADD 1 TO gbStuCount
              MOVE CbGrStudent TO gbStu(gbStuCount)
           END-IF.
           MOVE CbGrStudent TO TmStudent.
           MOVE SmCourse TO TmCourse.
           MOVE SmTerm TO TmTerm.
           READ TRANSMFILE
              INVALID KEY
                 MOVE SPACES TO ReportLine
                 STRING FUNCTION TRIM(ClassFileName) ' '
                    FUNCTION TRIM(CbGrStudent)
                    ' - on the gradebook with no transcript record'
                    ' for ' FUNCTION TRIM(SmCourse) '|'
                    FUNCTION TRIM(SmTerm)
                    DELIMITED BY SIZE INTO ReportLine
                 PERFORM WRITE-EXCEPTION
           END-READ.
      * End CHECK-GRADEBOOK-STUDENT.

      *Every CLOSED section on the term-status file must have the
      *computed-grades record its grade was posted from. No
      *term-status file at all means nothing has ever closed.
       SWEEP-TERM-STATUS.
           MOVE 'Closed sections against computed-grades records'
              TO ReportLine.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT TERMSTATFILE.
           IF TermStatFileStatus NOT EQUAL '00'
              MOVE '  (no term-status file - nothing closed)'
                 TO ReportLine
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO CompGrdOpen.
           OPEN INPUT COMPGRDFILE.
           IF CompGrdFileStatus EQUAL '00'
              MOVE 'Y' TO CompGrdOpen
           END-IF.
           MOVE 'N' TO TermStatEOF.
           MOVE LOW-VALUES TO TsSection.
           START TERMSTATFILE KEY IS GREATER THAN TsSection
              INVALID KEY MOVE 'Y' TO TermStatEOF
           END-START.
           PERFORM UNTIL TermStatEOF = 'Y'
              READ TERMSTATFILE NEXT RECORD
                 AT END MOVE 'Y' TO TermStatEOF
              END-READ
              IF TermStatEOF NOT EQUAL 'Y'
              AND TsStatus EQUAL 'CLOSED'
                 PERFORM CHECK-CLOSED-SECTION
              END-IF
           END-PERFORM.
           CLOSE TERMSTATFILE.
           IF CompGrdOpen EQUAL 'Y'
              CLOSE COMPGRDFILE
           END-IF.
           PERFORM WRITE-CHECK-TOTAL.
      * End SWEEP-TERM-STATUS.

       CHECK-CLOSED-SECTION.
           ADD 1 TO ClosedChecked.
           MOVE 'N' TO CompGrdFound.
           IF CompGrdOpen EQUAL 'Y'
              MOVE TsSection TO CgSection
              READ COMPGRDFILE
                 NOT INVALID KEY
                    MOVE 'Y' TO CompGrdFound
              END-READ
           END-IF.
           IF CompGrdFound NOT EQUAL 'Y'
              MOVE SPACES TO ReportLine
              STRING FUNCTION TRIM(TsSection)
                 ' - CLOSED ' TsStamp(1:8)
                 ' with no computed-grades record'
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-EXCEPTION
           END-IF.
      * End CHECK-CLOSED-SECTION.

      *A blank line and the check's title, and the check's own
      *exception count started.
       WRITE-SECTION-HEADING.
           MOVE ReportLine TO HoldLine.
           MOVE SPACES TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE HoldLine TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           SET checkExcCount TO 0.
      * End WRITE-SECTION-HEADING.

       WRITE-CHECK-TOTAL.
           MOVE checkExcCount TO tempNum.
           MOVE SPACES TO ReportLine.
           STRING '  ' FUNCTION TRIM(tempNum) ' exception(s)'
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
      * End WRITE-CHECK-TOTAL.

       WRITE-EXCEPTION.
           ADD 1 TO ExcCount.
           ADD 1 TO checkExcCount.
           DISPLAY 'EXCEPTION: ' FUNCTION TRIM(ReportLine).
           MOVE ReportLine TO HoldLine.
           MOVE SPACES TO ReportLine.
           STRING '  ' HoldLine DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
      * End WRITE-EXCEPTION.

       LOG-SWEEP-RUN.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE ExcCount TO tempNum.
           MOVE RecordsChecked TO tempNum2.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' IntegritySweep '
              FUNCTION TRIM(TransMasterName)
              ' SWEPT - ' FUNCTION TRIM(tempNum2)
              ' record(s), ' FUNCTION TRIM(tempNum)
              ' exception(s)'
              DELIMITED BY SIZE INTO RunLogLine.
           OPEN EXTEND RUNLOGFILE.
           IF RunLogFileStatus NOT EQUAL '00'
              OPEN OUTPUT RUNLOGFILE
           END-IF.
           WRITE RUNLOG-REC FROM RunLogLine.
           CLOSE RUNLOGFILE.
      * End LOG-SWEEP-RUN.

      *Hands this run's completion status back to Dispatcher, with
      *the sections and students checked and the exceptions found.
      *Rewritten whole every run, so a stale file from an earlier
      *job can't be read back as this one's result.
       WRITE-JOB-STATUS.
           MOVE SPACES TO JOBSTAT-REC.
           MOVE 'IntegritySwp' TO JsProgram.
           IF RunFailed EQUAL 'Y'
              MOVE 'FAILED' TO JsStatus
           ELSE
              MOVE 'OK' TO JsStatus
           END-IF.
           MOVE SectionsChecked TO JsSections.
           MOVE ExcCount TO JsExceptions.
           MOVE StudentsChecked TO JsStudents.
           OPEN OUTPUT JOBSTATFILE.
           IF JobStatFileStatus EQUAL '00'
              WRITE JOBSTAT-REC
              CLOSE JOBSTATFILE
           END-IF.
      * End WRITE-JOB-STATUS.

      *Writes ReportLine to SWEEPFILE, starting a fresh page (with a
      *repeated title/date header) whenever the page fills up.
       WRITE-REPORT-LINE.
           WRITE SWEEP-REC FROM ReportLine.
           ADD 1 TO ReportLineCount.
           MOVE SPACES TO ReportLine.
           IF ReportLineCount >= LinesPerPage
              PERFORM PRINT-PAGE-HEADER
           END-IF.
      * End WRITE-REPORT-LINE.

       PRINT-PAGE-HEADER.
           ADD 1 TO ReportPageNum.
           IF ReportPageNum > 1
              MOVE SPACES TO SWEEP-REC
              WRITE SWEEP-REC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
           MOVE CurrentDate(5:2) TO ReportDate-MM.
           MOVE CurrentDate(7:2) TO ReportDate-DD.
           MOVE CurrentDate(1:4) TO ReportDate-YYYY.
           MOVE SPACES TO SWEEP-REC.
           MOVE 'Master File Integrity Exceptions' TO SWEEP-REC.
           WRITE SWEEP-REC.
           MOVE SPACES TO SWEEP-REC.
           STRING 'Transcript master: ' FUNCTION TRIM(TransMasterName)
              '   Date: ' ReportDate '   Page: ' ReportPageNum
              DELIMITED BY SIZE INTO SWEEP-REC.
           WRITE SWEEP-REC.
           MOVE SPACES TO SWEEP-REC.
           WRITE SWEEP-REC.
           SET ReportLineCount TO 3.
      * End PRINT-PAGE-HEADER.
