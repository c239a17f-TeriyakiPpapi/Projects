      *Term billing feed for the bursar. The bursar used to bill
      *each term from a credit-hour count somebody built by hand
      *from enrollment lists - stale the moment a student added or
      *dropped. This extract reads the transcript master for one
      *term and writes one delimited record per student: the
      *StudentID, the term, the enrolled hours from the catalog, a
      *part-time / full-time / overload band, and the change in
      *hours since the last extract for that term, so the bursar's
      *system bills the differences instead of re-keying. What was
      *last extracted is kept in a fixed-name billed-hours file,
      *and it is brought up to date only after the whole extract
      *has been written - a run that dies partway leaves the next
      *run's changes measured from the last complete extract. A
      *student billed before who has nothing left in the term is
      *written again at zero hours, so the drop is billed too.
      *Dispatchable, with its status in JOBSTAT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BursarFeed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The transcript master, read end to end - the key leads with
      *StudentID, so one student's records arrive together and
      *the students arrive in StudentID order.
           SELECT TRANSMFILE ASSIGN TO TransMasterName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TmKey
           FILE STATUS IS TransMasterStatus.
      *The course catalog, the system of record for hours.
           SELECT CATALOGFILE ASSIGN TO CatalogFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatName
           FILE STATUS IS CatalogFileStatus.
      *What each student was last billed for, keyed on term plus
      *StudentID, so one term's students read out together and in
      *the same StudentID order as the transcript master.
           SELECT BILLEDFILE ASSIGN TO BilledFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BlKey
           FILE STATUS IS BilledFileStatus.
      *The extract itself, one '|'-delimited line per student.
           SELECT EXTRACTFILE ASSIGN TO ExtractFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExtractFileStatus.
           SELECT RUNLOGFILE ASSIGN TO RunLogFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFileStatus.
      *One-record completion-status handoff to Dispatcher.
           SELECT JOBSTATFILE ASSIGN TO JobStatFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JobStatFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *The same transcript-master layout and key Auto_Advisor,
      *GradePost, Registration, and StudentMaint declare - every
      *reader must agree byte for byte on TRANSM-REC.
       FD TRANSMFILE.
       01 TRANSM-REC.
           05 TmKey.
              10 TmStudent PIC X(10).
              10 TmCourse PIC X(32).
              10 TmTerm PIC X(6).
           05 TmGrade PIC X(2).
           05 TmXferHours PIC 9(3).
           05 TmSource PIC X(20).

      *The same catalog layout and key Auto_Advisor and
      *CatalogMaint declare.
       FD CATALOGFILE.
       01 CATALOG-REC.
           05 CatName     PIC X(32).
           05 CatHours    PIC 9(3).
           05 CatCategory PIC X(10).
           05 CatPreqs    PIC X(220).

      *Declared here only - nothing else reads what was billed.
       FD BILLEDFILE.
       01 BILLED-REC.
           05 BlKey.
              10 BlTerm PIC X(6).
              10 BlStudent PIC X(10).
           05 BlHours PIC 9(3).
      *When the hours on this record were last extracted.
           05 BlStamp PIC X(21).

       FD EXTRACTFILE.
       01 EXTRACT-REC PIC X(60).

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
       01 CatalogFileName PIC X(20).
       01 CatalogFileStatus PIC X(2).
      *Fixed-name file, on the convention HOLDS.DAT and
      *TERMSTAT.DAT follow, so every run finds the last extract
      *without another prompt in its job stream.
       01 BilledFileName PIC X(20) VALUE 'BILLED.DAT'.
       01 BilledFileStatus PIC X(2).
       01 BilledEOF PIC A(1).
       01 ExtractFileName PIC X(20).
       01 ExtractFileStatus PIC X(2).
       01 ExtractEOF PIC A(1).

       01 billTerm PIC X(6).
       01 runStamp PIC X(21).

      *The bands. Registration refuses a load past the same 18-hour
      *limit without an approved override, so an OVERLOAD band
      *here has its approval on an OVERLOAD line in RUNAUDIT.LOG.
       01 FullTimeHours PIC 9(3) VALUE 12.
       01 OverloadLimit PIC 9(3) VALUE 18.

      *The student being totaled, and the figures for the line.
       01 curStudent PIC X(10).
       01 curHours PIC 9(3).
       01 curRecords PIC 9(3).
       01 priorHours PIC 9(3).
       01 hoursChange PIC S9(3).
       01 bandName PIC X(9).

      *Every StudentID the transcript pass wrote, in StudentID
      *order, so the pass over the billed file can find the
      *students who have dropped out of the term since.
       01 seenCount PIC 9(5) VALUE 0.
       01 seenArray.
           05 seenStu PIC X(10) OCCURS 9999 TIMES.
       01 seenIdx PIC 9(5).
       01 seenOverflow PIC A(1).
       01 studentSeen PIC A(1).

      *The extract line, and its fields split back out when the
      *billed file is brought up to date from it.
       01 extLine PIC X(60).
       01 extStudent PIC X(10).
       01 extTerm PIC X(6).
       01 extHoursText PIC X(5).
       01 extHours PIC 9(3).

       01 StudentCount PIC 9(5) VALUE 0.
       01 ChangedCount PIC 9(5) VALUE 0.
       01 UnknownCount PIC 9(5) VALUE 0.
       01 hoursOut PIC Z(2)9.
       01 changeOut PIC -(3)9.
       01 tempNum PIC Z(5)9.

      *Completion-status working storage. A master that would not
      *open, or a billed file that could not be brought up to date,
      *is the failure the status hands back.
       01 JobStatFileName PIC X(20) VALUE 'JOBSTAT.DAT'.
       01 JobStatFileStatus PIC X(2).
       01 RunFailed PIC A(1) VALUE 'N'.

      *Run/audit log working storage.
       01 RunLogFileName PIC X(20) VALUE 'RUNAUDIT.LOG'.
       01 RunLogFileStatus PIC X(2).
       01 RunLogTimestamp PIC X(21).
       01 RunLogLine PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
      *A CALLed program keeps its WORKING-STORAGE between CALLs, so
      *the whole-run totals reset on entry - the second job of an
      *overnight batch must not inherit the first job's counts.
           MOVE 'N' TO RunFailed.
           SET StudentCount TO 0.
           SET ChangedCount TO 0.
           SET UnknownCount TO 0.
           SET seenCount TO 0.
           MOVE 'N' TO seenOverflow.
           DISPLAY 'Course catalog: ' WITH NO ADVANCING.
           ACCEPT CatalogFileName.
           DISPLAY 'Transcript master: ' WITH NO ADVANCING.
           ACCEPT TransMasterName.
           DISPLAY 'Term to bill (e.g. 2026FA): ' WITH NO ADVANCING.
           ACCEPT billTerm.
           DISPLAY 'Extract file: ' WITH NO ADVANCING.
           ACCEPT ExtractFileName.
           IF FUNCTION TRIM(billTerm) EQUAL SPACES
              DISPLAY 'ERROR: term must not be blank'
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN INPUT CATALOGFILE.
           IF CatalogFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open catalog '
                 FUNCTION TRIM(CatalogFileName)
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN INPUT TRANSMFILE.
           IF TransMasterStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open transcript master '
                 FUNCTION TRIM(TransMasterName)
              CLOSE CATALOGFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
      *The first extract ever run finds no billed file - status 35,
      *and only 35, means that - so it is stood up empty here and
      *every student's change is their whole load. Any other
      *failure stops the run: measuring changes against a billed
      *file that merely failed to open would bill everyone twice.
           OPEN I-O BILLEDFILE.
           IF BilledFileStatus EQUAL '35'
              OPEN OUTPUT BILLEDFILE
              CLOSE BILLEDFILE
              OPEN I-O BILLEDFILE
           END-IF.
           IF BilledFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open billed-hours file '
                 FUNCTION TRIM(BilledFileName)
              CLOSE CATALOGFILE
              CLOSE TRANSMFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT EXTRACTFILE.
           IF ExtractFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open extract file '
                 FUNCTION TRIM(ExtractFileName)
              CLOSE CATALOGFILE
              CLOSE TRANSMFILE
              CLOSE BILLEDFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO runStamp.

           PERFORM EXTRACT-ENROLLED-STUDENTS.
           PERFORM EXTRACT-DROPPED-STUDENTS.
           CLOSE EXTRACTFILE.
           CLOSE CATALOGFILE.
           CLOSE TRANSMFILE.
      *Only now, with the whole extract safely written, does the
      *billed file move forward to match it.
           IF seenOverflow NOT EQUAL 'Y'
              PERFORM UPDATE-BILLED-HOURS
           END-IF.
           CLOSE BILLEDFILE.

           MOVE StudentCount TO tempNum.
           DISPLAY 'Students extracted: ' FUNCTION TRIM(tempNum).
           MOVE ChangedCount TO tempNum.
           DISPLAY 'Students with changed hours: '
              FUNCTION TRIM(tempNum).
           MOVE UnknownCount TO tempNum.
           DISPLAY 'Records for courses not in the catalog: '
              FUNCTION TRIM(tempNum).
           PERFORM LOG-EXTRACT-RUN.
           PERFORM WRITE-JOB-STATUS.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job if it is ever CALLed as part of an overnight run.
           GOBACK.

      *One pass over the transcript master with a control break on
      *StudentID. A term record counts toward the bill unless it is
      *transfer credit: a planned record is an enrollment, a graded
      *one stays billed after the grade posts, and a withdrawal
      *after the drop deadline still owes for the term - only a
      *drop before the deadline takes the record, and the bill,
      *away.
       EXTRACT-ENROLLED-STUDENTS.
           MOVE SPACES TO curStudent.
           SET curHours TO 0.
           SET curRecords TO 0.
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
                    PERFORM FINISH-STUDENT
                    MOVE TmStudent TO curStudent
                    SET curHours TO 0
                    SET curRecords TO 0
                 END-IF
                 IF TmTerm EQUAL billTerm
                 AND TmGrade NOT EQUAL 'TR'
                    PERFORM ADD-COURSE-HOURS
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM FINISH-STUDENT.
      * End EXTRACT-ENROLLED-STUDENTS.

       ADD-COURSE-HOURS.
           ADD 1 TO curRecords.
           MOVE TmCourse TO CatName.
           READ CATALOGFILE
              INVALID KEY
                 ADD 1 TO UnknownCount
                 DISPLAY 'WARNING: ' FUNCTION TRIM(TmStudent) ' '
                    FUNCTION TRIM(TmCourse)
                    ' is not in the catalog - no hours billed'
              NOT INVALID KEY
                 ADD CatHours TO curHours
           END-READ.
      * End ADD-COURSE-HOURS.

      *A student with any record in the term gets a line, even one
      *whose only course is missing from the catalog, so the
      *bursar sees the student and the warning names the gap.
       FINISH-STUDENT.
           IF curStudent EQUAL SPACES OR curRecords EQUAL 0
              EXIT PARAGRAPH
           END-IF.
           MOVE billTerm TO BlTerm.
           MOVE curStudent TO BlStudent.
           SET priorHours TO 0.
           READ BILLEDFILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE BlHours TO priorHours
           END-READ.
           PERFORM WRITE-EXTRACT-LINE.
           IF seenCount < 9999
              ADD 1 TO seenCount
              MOVE curStudent TO seenStu(seenCount)
           ELSE
              MOVE 'Y' TO seenOverflow
           END-IF.
      * End FINISH-STUDENT.

      *The billed file's students for the term who were not seen
      *this run have dropped everything since the last extract -
      *written again at zero hours. Both lists are in StudentID
      *order, so one forward walk of the seen table does.
       EXTRACT-DROPPED-STUDENTS.
           IF seenOverflow EQUAL 'Y'
              DISPLAY 'ERROR: more students than the extract can'
                 ' track - billed file left unchanged'
              MOVE 'Y' TO RunFailed
              EXIT PARAGRAPH
           END-IF.
           SET seenIdx TO 1.
           MOVE 'N' TO BilledEOF.
           MOVE billTerm TO BlTerm.
           MOVE LOW-VALUES TO BlStudent.
           START BILLEDFILE KEY IS GREATER THAN BlKey
              INVALID KEY MOVE 'Y' TO BilledEOF
           END-START.
           PERFORM UNTIL BilledEOF = 'Y'
              READ BILLEDFILE NEXT RECORD
                 AT END MOVE 'Y' TO BilledEOF
              END-READ
              IF BilledEOF NOT EQUAL 'Y'
              AND BlTerm NOT EQUAL billTerm
                 MOVE 'Y' TO BilledEOF
              END-IF
              IF BilledEOF NOT EQUAL 'Y'
                 PERFORM UNTIL seenIdx > seenCount
                    IF seenStu(seenIdx) NOT < BlStudent
                       EXIT PERFORM
                    END-IF
                    ADD 1 TO seenIdx
                 END-PERFORM
                 MOVE 'N' TO studentSeen
                 IF seenIdx NOT > seenCount
                    IF seenStu(seenIdx) EQUAL BlStudent
                       MOVE 'Y' TO studentSeen
                    END-IF
                 END-IF
                 IF studentSeen EQUAL 'N' AND BlHours > 0
                    MOVE BlStudent TO curStudent
                    MOVE BlHours TO priorHours
                    SET curHours TO 0
                    PERFORM WRITE-EXTRACT-LINE
                 END-IF
              END-IF
           END-PERFORM.
      * End EXTRACT-DROPPED-STUDENTS.

      *StudentID|term|hours|band|change. A student with no hours
      *left in the term is banded NONE.
       WRITE-EXTRACT-LINE.
           COMPUTE hoursChange = curHours - priorHours.
           EVALUATE TRUE
              WHEN curHours EQUAL 0
                 MOVE 'NONE' TO bandName
              WHEN curHours < FullTimeHours
                 MOVE 'PART-TIME' TO bandName
              WHEN curHours > OverloadLimit
                 MOVE 'OVERLOAD' TO bandName
              WHEN OTHER
                 MOVE 'FULL-TIME' TO bandName
           END-EVALUATE.
           MOVE curHours TO hoursOut.
           MOVE hoursChange TO changeOut.
           MOVE SPACES TO extLine.
           STRING FUNCTION TRIM(curStudent) '|'
              FUNCTION TRIM(billTerm) '|'
              FUNCTION TRIM(hoursOut) '|'
              FUNCTION TRIM(bandName) '|'
              FUNCTION TRIM(changeOut)
              DELIMITED BY SIZE INTO extLine.
           WRITE EXTRACT-REC FROM extLine.
           ADD 1 TO StudentCount.
           IF hoursChange NOT EQUAL 0
              ADD 1 TO ChangedCount
           END-IF.
      * End WRITE-EXTRACT-LINE.

      *Reads the finished extract back and sets each student's
      *billed hours to what it says, so the next run's changes are
      *measured from this one. Setting, not adding: a rerun of
      *this step after an interruption lands the same figures.
       UPDATE-BILLED-HOURS.
           OPEN INPUT EXTRACTFILE.
           IF ExtractFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to reread extract file '
                 FUNCTION TRIM(ExtractFileName)
              MOVE 'Y' TO RunFailed
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO ExtractEOF.
           PERFORM UNTIL ExtractEOF = 'Y'
              READ EXTRACTFILE INTO extLine
                 AT END MOVE 'Y' TO ExtractEOF
              END-READ
              IF ExtractEOF NOT EQUAL 'Y'
                 PERFORM UPDATE-ONE-BILLED
              END-IF
           END-PERFORM.
           CLOSE EXTRACTFILE.
      * End UPDATE-BILLED-HOURS.

       UPDATE-ONE-BILLED.
           MOVE SPACES TO extStudent.
           MOVE SPACES TO extTerm.
           MOVE SPACES TO extHoursText.
           UNSTRING extLine DELIMITED BY '|'
              INTO extStudent extTerm extHoursText
           END-UNSTRING.
           COMPUTE extHours =
              FUNCTION NUMVAL(FUNCTION TRIM(extHoursText)).
           MOVE extTerm TO BlTerm.
           MOVE extStudent TO BlStudent.
           READ BILLEDFILE
              INVALID KEY
                 MOVE extHours TO BlHours
                 MOVE runStamp TO BlStamp
                 WRITE BILLED-REC
                    INVALID KEY
                       DISPLAY 'ERROR: Unable to write billed hours'
                          ' for ' FUNCTION TRIM(extStudent)
                       MOVE 'Y' TO RunFailed
                 END-WRITE
              NOT INVALID KEY
                 MOVE extHours TO BlHours
                 MOVE runStamp TO BlStamp
                 REWRITE BILLED-REC
                    INVALID KEY
                       DISPLAY 'ERROR: Unable to rewrite billed'
                          ' hours for ' FUNCTION TRIM(extStudent)
                       MOVE 'Y' TO RunFailed
                 END-REWRITE
           END-READ.
      * End UPDATE-ONE-BILLED.

       LOG-EXTRACT-RUN.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE StudentCount TO tempNum.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' BursarFeed '
              FUNCTION TRIM(billTerm)
              ' EXTRACTED - ' FUNCTION TRIM(tempNum)
              ' student(s) to ' FUNCTION TRIM(ExtractFileName)
              DELIMITED BY SIZE INTO RunLogLine.
           OPEN EXTEND RUNLOGFILE.
           IF RunLogFileStatus NOT EQUAL '00'
              OPEN OUTPUT RUNLOGFILE
           END-IF.
           WRITE RUNLOG-REC FROM RunLogLine.
           CLOSE RUNLOGFILE.
      * End LOG-EXTRACT-RUN.

      *Hands this run's completion status back to Dispatcher, with
      *the students changed, the catalog misses, and the students
      *extracted. Rewritten whole every run, so a stale file from
      *an earlier job can't be read back as this one's result.
       WRITE-JOB-STATUS.
           MOVE SPACES TO JOBSTAT-REC.
           MOVE 'BursarFeed' TO JsProgram.
           IF RunFailed EQUAL 'Y'
              MOVE 'FAILED' TO JsStatus
           ELSE
              MOVE 'OK' TO JsStatus
           END-IF.
           MOVE ChangedCount TO JsSections.
           MOVE UnknownCount TO JsExceptions.
           MOVE StudentCount TO JsStudents.
           OPEN OUTPUT JOBSTATFILE.
           IF JobStatFileStatus EQUAL '00'
              WRITE JOBSTAT-REC
              CLOSE JOBSTATFILE
           END-IF.
      * End WRITE-JOB-STATUS.
