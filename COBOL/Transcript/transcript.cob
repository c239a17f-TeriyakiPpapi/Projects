      *Official academic transcript print. Students and employers
      *asking for an official transcript were being handed an
      *advising packet - a working document with next-term
      *recommendations and a graduation plan on it, not the record.
      *This program prints the record itself for one StudentID or a
      *whole roster: the student's identity off the student master,
      *a transfer-credit block showing where each transferred
      *course came from and the hours granted, then the home
      *coursework term by term in chronological order with hours
      *and grades, the term GPA and cumulative GPA after every
      *term. Repeat-forgiven attempts are printed and marked rather
      *than hidden, and the I/W/P/NP codes are spelled out in a
      *legend. Every copy carries the next serial number off
      *TRNSERIAL.DAT and leaves a RUNAUDIT.LOG line naming who it
      *was issued to, so the records office can account for every
      *copy that ever left the building.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Transcript.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The same catalog layout and key Auto_Advisor declares - the
      *hours printed are the hours the rest of the system counts.
           SELECT CATALOGFILE ASSIGN TO CatalogFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatName
           FILE STATUS IS CatalogFileStatus.
      *The course-equivalence file CatalogMaint keeps. The
      *transcript always prints the name the student took; the
      *equivalence only decides which attempts are repeats of one
      *another, and the hours of a name since retired.
           SELECT EQUIVFILE ASSIGN TO EquivFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EqOldCourse
           FILE STATUS IS EquivFileStatus.
      *The transcript master, keyed on StudentID plus course plus
      *term - each student's records read out by key.
           SELECT TRANSMFILE ASSIGN TO TransMasterName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TmKey
           FILE STATUS IS TransMasterStatus.
      *The student master - an official transcript must name the
      *person, so this one is not optional.
           SELECT STUDENTFILE ASSIGN TO StudentMasterName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StuId
           FILE STATUS IS StudentFileStatus.
      *A roster is just a list of StudentIDs, one per line.
           SELECT ROSTERFILE ASSIGN TO RosterFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RosterFileStatus.
      *One transcript per student, written as <StudentID>.TRN next
      *to the run's other outputs, the way the advising packet is
      *written as <StudentID>.ADV.
           SELECT TRNFILE ASSIGN TO TrnFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TrnFileStatus.
      *The last serial number issued, one record, rewritten after
      *every copy so an interrupted run can never issue the same
      *number twice.
           SELECT SERIALFILE ASSIGN TO SerialFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SerialFileStatus.
      *Every copy issued leaves its own audit line.
           SELECT RUNLOGFILE ASSIGN TO RunLogFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
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
      *Transfer-credit fields, meaningful only on a 'TR' graded
      *record: the hours granted for the equivalent course and the
      *institution they came from. Zero/spaces on ordinary records.
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

       FD ROSTERFILE.
       01 ROSTER-REC PIC X(20).

       FD TRNFILE.
       01 TRN-REC PIC X(100).

       FD SERIALFILE.
       01 SERIAL-REC.
           05 SerLast PIC 9(7).

       FD RUNLOGFILE.
       01 RUNLOG-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 CatalogFileName PIC X(20).
       01 CatalogFileStatus PIC X(2).
       01 TransMasterName PIC X(20).
       01 TransMasterStatus PIC X(2).
       01 TransEOF PIC A(1).
       01 StudentMasterName PIC X(20).
       01 StudentFileStatus PIC X(2).
       01 RosterFileName PIC X(20).
       01 RosterFileStatus PIC X(2).
       01 RosterEOF PIC A(1).
       01 TrnFileName PIC X(25).
       01 TrnFileStatus PIC X(2).

      *Course-equivalence working storage - the same fixed-name
      *convention; no file means no course has ever been renumbered
      *or retired. eqCourse taken in eqTerm goes in, eqCanon comes
      *back holding the current course it counts as.
       01 EquivFileName PIC X(20) VALUE 'EQUIV.DAT'.
       01 EquivFileStatus PIC X(2).
       01 equivOpen PIC A(1) VALUE 'N'.
       01 eqCourse PIC X(32).
       01 eqTerm PIC X(6).
       01 eqCanon PIC X(32).
       01 eqHops PIC 9(1).
       01 eqTakenKey PIC X(5).

      *Serial-number working storage - a fixed-name file on the
      *convention TERMSTAT.DAT follows. No file yet means no
      *transcript has ever been issued, and numbering starts at 1.
      *serialOk goes to 'N' when the file is there but cannot be
      *read or written - numbering then cannot be trusted not to
      *repeat, and no copy may go out under it.
       01 SerialFileName PIC X(20) VALUE 'TRNSERIAL.DAT'.
       01 SerialFileStatus PIC X(2).
       01 LastSerial PIC 9(7) VALUE 0.
       01 serialOk PIC A(1).

      *Who the run's copies are being issued to - asked once per
      *run; a roster run issues every copy to the same recipient.
       01 issuedTo PIC X(40).
       01 oneStudent PIC X(10).
       01 candId PIC X(10).

      *The student's records as loaded, with the catalog hours and
      *the verdicts the totals are built from. trnOk 'N' marks a
      *record the rest of the system would flag as an exception -
      *it is still printed, marked, and kept out of the totals.
      *trnCanon is the current catalog course the attempt counts
      *as; trnName stays what was taken.
       01 trnCount PIC 9(3).
       01 trnArray.
           05 trnRow OCCURS 256 TIMES.
              10 trnName PIC X(32).
              10 trnGrade PIC X(2).
              10 trnTerm PIC X(6).
              10 trnHours PIC 9(3).
              10 trnSource PIC X(20).
              10 trnOk PIC A(1).
              10 trnSuper PIC A(1).
              10 trnCanon PIC X(32).
       01 trnIdx PIC 9(3).
       01 trnJdx PIC 9(3).

      *Repeat forgiveness, on Auto_Advisor's rank order: completing
      *grades by quality points, then D over NP over F, with W and
      *I at the bottom.
       01 rankGrade PIC X(2).
       01 rankVal PIC 9(2).
       01 rankA PIC 9(2).
       01 rankB PIC 9(2).

      *The distinct terms of home coursework, sorted into
      *chronological order by year and season the way Auto_Advisor
      *sorts its term history.
       01 termCount PIC 9(2).
       01 termArray.
           05 termRow OCCURS 40 TIMES.
              10 termId PIC X(6).
       01 termIdx PIC 9(2).
       01 termJdx PIC 9(2).
       01 termSwap PIC X(6).
       01 termSortTerm PIC X(6).
       01 termKeyA PIC X(5).
       01 termKeyB PIC X(5).

      *Term and cumulative figures, under the same per-code rules
      *GRADE-SUM applies: letters carry quality points into the
      *GPA, I counts as attempted only, P and TR complete with no
      *GPA effect, W touches nothing.
       01 termQp PIC 9(4).
       01 termGpaHours PIC 9(3).
       01 termAttHours PIC 9(3).
       01 termCompHours PIC 9(3).
       01 termGpa PIC 9(1)V99.
       01 cumQp PIC 9(5).
       01 cumGpaHours PIC 9(4).
       01 cumAttHours PIC 9(4).
       01 cumCompHours PIC 9(4).
       01 cumGpa PIC 9(1)V99.
       01 xferHours PIC 9(4).
       01 xferCount PIC 9(3).
       01 tempQp PIC 9(4).
       01 gpaEdit PIC 9.99.
       01 gpaEdit2 PIC 9.99.
       01 hoursEdit PIC ZZ9.
       01 rowMark PIC X(24).
       01 gradeShown PIC X(2).

       01 IssuedCount PIC 9(5) VALUE 0.
       01 SkipCount PIC 9(5) VALUE 0.
       01 tempNum PIC Z(5)9.
       01 tempNum2 PIC Z(5)9.
       01 serialEdit PIC 9(7).

      *Run/audit log working storage.
       01 RunLogFileName PIC X(20) VALUE 'RUNAUDIT.LOG'.
       01 RunLogFileStatus PIC X(2).
       01 RunLogTimestamp PIC X(21).
       01 RunLogLine PIC X(100) VALUE SPACES.

      *Report working storage, on the shop's usual paginated report
      *pattern.
       01 ReportLine PIC X(100) VALUE SPACES.
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
      *the run totals reset on entry.
           SET IssuedCount TO 0.
           SET SkipCount TO 0.
           DISPLAY 'Course catalog: ' WITH NO ADVANCING.
           ACCEPT CatalogFileName.
           OPEN INPUT CATALOGFILE.
           IF CatalogFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open catalog '
                 FUNCTION TRIM(CatalogFileName)
              GOBACK
           END-IF.
           DISPLAY 'Transcript master: ' WITH NO ADVANCING.
           ACCEPT TransMasterName.
           OPEN INPUT TRANSMFILE.
           IF TransMasterStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open transcript master '
                 FUNCTION TRIM(TransMasterName)
              CLOSE CATALOGFILE
              GOBACK
           END-IF.
           DISPLAY 'Student master: ' WITH NO ADVANCING.
           ACCEPT StudentMasterName.
           OPEN INPUT STUDENTFILE.
           IF StudentFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open student master '
                 FUNCTION TRIM(StudentMasterName)
              CLOSE CATALOGFILE
              CLOSE TRANSMFILE
              GOBACK
           END-IF.
           MOVE 'N' TO equivOpen.
           OPEN INPUT EQUIVFILE.
           IF EquivFileStatus EQUAL '00'
              MOVE 'Y' TO equivOpen
           END-IF.
           DISPLAY 'Issued to: ' WITH NO ADVANCING.
           ACCEPT issuedTo.
           IF FUNCTION TRIM(issuedTo) EQUAL SPACES
              DISPLAY 'REJECTED: the recipient must not be blank'
              PERFORM CLOSE-MASTERS
              GOBACK
           END-IF.
           PERFORM LOAD-LAST-SERIAL.
           IF serialOk NOT EQUAL 'Y'
              DISPLAY 'ERROR: Unable to read the transcript serial'
                 ' number from ' FUNCTION TRIM(SerialFileName)
              PERFORM CLOSE-MASTERS
              GOBACK
           END-IF.

           DISPLAY 'Student ID (blank = roster): ' WITH NO ADVANCING.
           ACCEPT oneStudent.
           IF FUNCTION TRIM(oneStudent) NOT EQUAL SPACES
              MOVE oneStudent TO candId
              PERFORM ISSUE-TRANSCRIPT
           ELSE
              DISPLAY 'Roster: ' WITH NO ADVANCING
              ACCEPT RosterFileName
              OPEN INPUT ROSTERFILE
              IF RosterFileStatus NOT EQUAL '00'
                 DISPLAY 'ERROR: Unable to open roster '
                    FUNCTION TRIM(RosterFileName)
              ELSE
                 MOVE 'N' TO RosterEOF
                 PERFORM UNTIL RosterEOF = 'Y'
                    READ ROSTERFILE INTO candId
                       AT END MOVE 'Y' TO RosterEOF
                    END-READ
                    IF RosterEOF NOT EQUAL 'Y'
                    AND FUNCTION TRIM(candId) NOT EQUAL SPACES
                       PERFORM ISSUE-TRANSCRIPT
                    END-IF
                 END-PERFORM
                 CLOSE ROSTERFILE
              END-IF
           END-IF.

           PERFORM CLOSE-MASTERS.
           MOVE IssuedCount TO tempNum.
           DISPLAY 'Transcripts issued: ' FUNCTION TRIM(tempNum).
           MOVE SkipCount TO tempNum.
           DISPLAY 'Transcripts refused: ' FUNCTION TRIM(tempNum).
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job if it is ever CALLed as part of an overnight run.
           GOBACK.

       CLOSE-MASTERS.
           CLOSE CATALOGFILE.
           CLOSE TRANSMFILE.
           CLOSE STUDENTFILE.
           IF equivOpen EQUAL 'Y'
              CLOSE EQUIVFILE
           END-IF.
      * End CLOSE-MASTERS.

      *One student's transcript end to end. A StudentID the master
      *doesn't know, or one with nothing on the transcript master,
      *is refused and logged rather than issued as an empty
      *official document. The serial is taken only once the file
      *is open, so a failed open never burns a number, and a copy
      *whose serial cannot be saved is refused - the next run would
      *otherwise issue the same number again.
       ISSUE-TRANSCRIPT.
           MOVE candId TO StuId.
           READ STUDENTFILE
              INVALID KEY
                 DISPLAY 'REFUSED: ' FUNCTION TRIM(candId)
                    ' is not on the student master'
                 ADD 1 TO SkipCount
                 PERFORM LOG-REFUSED-TRANSCRIPT
                 EXIT PARAGRAPH
           END-READ.
           PERFORM LOAD-STUDENT-RECORDS.
           IF trnCount EQUAL 0
              DISPLAY 'REFUSED: no transcript records on the master'
                 ' for ' FUNCTION TRIM(candId)
              ADD 1 TO SkipCount
              PERFORM LOG-REFUSED-TRANSCRIPT
              EXIT PARAGRAPH
           END-IF.
           PERFORM RESOLVE-REPEATS.
           PERFORM BUILD-TERM-LIST.

           MOVE SPACES TO TrnFileName.
           STRING FUNCTION TRIM(candId) '.TRN'
              DELIMITED BY SIZE INTO TrnFileName.
           OPEN OUTPUT TRNFILE.
           IF TrnFileStatus NOT EQUAL '00'
              DISPLAY 'REFUSED: unable to open '
                 FUNCTION TRIM(TrnFileName)
              ADD 1 TO SkipCount
              PERFORM LOG-REFUSED-TRANSCRIPT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LastSerial.
           PERFORM SAVE-LAST-SERIAL.
           IF serialOk NOT EQUAL 'Y'
              CLOSE TRNFILE
              SUBTRACT 1 FROM LastSerial
              DISPLAY 'REFUSED: unable to save the transcript serial'
                 ' number to ' FUNCTION TRIM(SerialFileName)
              ADD 1 TO SkipCount
              PERFORM LOG-REFUSED-TRANSCRIPT
              EXIT PARAGRAPH
           END-IF.

           SET ReportPageNum TO 0.
           PERFORM PRINT-PAGE-HEADER.
           PERFORM WRITE-IDENTIFICATION.
           PERFORM WRITE-TRANSFER-BLOCK.
           PERFORM WRITE-TERM-BLOCKS.
           PERFORM WRITE-TOTALS-AND-LEGEND.
           CLOSE TRNFILE.

           ADD 1 TO IssuedCount.
           MOVE LastSerial TO serialEdit.
           DISPLAY 'Transcript ' serialEdit ' for '
              FUNCTION TRIM(candId) ' written to '
              FUNCTION TRIM(TrnFileName).
           PERFORM LOG-ISSUED-TRANSCRIPT.
      * End ISSUE-TRANSCRIPT.

      *The student's records off the master, each with the hours
      *the rest of the system counts for it: a transfer at the
      *hours the evaluation granted, everything else at the
      *catalog's hours. A name since retired from the catalog is
      *counted at the hours of the course it is now equivalent to.
      *A course the catalog has never heard of, or a grade code
      *outside the registrar's set, is marked.
       LOAD-STUDENT-RECORDS.
           SET trnCount TO 0.
           MOVE 'N' TO TransEOF.
           MOVE SPACES TO TmKey.
           MOVE candId TO TmStudent.
           MOVE LOW-VALUES TO TmCourse.
           MOVE LOW-VALUES TO TmTerm.
           START TRANSMFILE KEY IS GREATER THAN TmKey
              INVALID KEY MOVE 'Y' TO TransEOF
           END-START.
           PERFORM UNTIL TransEOF = 'Y'
              READ TRANSMFILE NEXT RECORD
                 AT END MOVE 'Y' TO TransEOF
              END-READ
              IF TransEOF NOT EQUAL 'Y'
              AND TmStudent NOT EQUAL candId
                 MOVE 'Y' TO TransEOF
              END-IF
              IF TransEOF NOT EQUAL 'Y' AND trnCount < 256
                 ADD 1 TO trnCount
                 MOVE TmCourse TO trnName(trnCount)
                 MOVE TmGrade TO trnGrade(trnCount)
                 MOVE TmTerm TO trnTerm(trnCount)
                 MOVE TmSource TO trnSource(trnCount)
                 MOVE 'Y' TO trnOk(trnCount)
                 MOVE 'N' TO trnSuper(trnCount)
                 MOVE TmCourse TO eqCourse
                 MOVE TmTerm TO eqTerm
                 PERFORM RESOLVE-EQUIVALENT
                 MOVE eqCanon TO trnCanon(trnCount)
                 MOVE TmCourse TO CatName
                 READ CATALOGFILE
                    INVALID KEY
                       MOVE 0 TO trnHours(trnCount)
                       MOVE 'N' TO trnOk(trnCount)
                    NOT INVALID KEY
                       MOVE CatHours TO trnHours(trnCount)
                 END-READ
                 IF trnOk(trnCount) EQUAL 'N'
                 AND trnCanon(trnCount) NOT EQUAL TmCourse
                    MOVE trnCanon(trnCount) TO CatName
                    READ CATALOGFILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE CatHours TO trnHours(trnCount)
                          MOVE 'Y' TO trnOk(trnCount)
                    END-READ
                 END-IF
                 IF TmGrade EQUAL 'TR' AND TmXferHours > 0
                    MOVE TmXferHours TO trnHours(trnCount)
                 END-IF
                 IF TmGrade NOT EQUAL ' ' AND
                    TmGrade NOT EQUAL 'A' AND
                    TmGrade NOT EQUAL 'B' AND
                    TmGrade NOT EQUAL 'C' AND
                    TmGrade NOT EQUAL 'D' AND
                    TmGrade NOT EQUAL 'F' AND
                    TmGrade NOT EQUAL 'I' AND
                    TmGrade NOT EQUAL 'W' AND
                    TmGrade NOT EQUAL 'P' AND
                    TmGrade NOT EQUAL 'NP' AND
                    TmGrade NOT EQUAL 'TR'
                    MOVE 'N' TO trnOk(trnCount)
                 END-IF
              END-IF
           END-PERFORM.
      * End LOAD-STUDENT-RECORDS.

      *Repeat forgiveness, exactly as the advising run applies it:
      *of multiple graded attempts of one course, every attempt but
      *the best is superseded and kept out of the totals; a tie
      *keeps the earlier attempt. Attempts under an old name and
      *its current equivalent are attempts of one course.
       RESOLVE-REPEATS.
           SET trnIdx TO 1.
           PERFORM UNTIL trnIdx > trnCount
              IF trnOk(trnIdx) EQUAL 'Y' AND
                 trnGrade(trnIdx) NOT EQUAL ' '
                 COMPUTE trnJdx = trnIdx + 1
                 PERFORM UNTIL trnJdx > trnCount
                    IF trnOk(trnJdx) EQUAL 'Y' AND
                       trnGrade(trnJdx) NOT EQUAL ' ' AND
                       FUNCTION TRIM(trnCanon(trnJdx)) EQUAL
                       FUNCTION TRIM(trnCanon(trnIdx))
                       MOVE trnGrade(trnIdx) TO rankGrade
                       PERFORM GRADE-RANK
                       MOVE rankVal TO rankA
                       MOVE trnGrade(trnJdx) TO rankGrade
                       PERFORM GRADE-RANK
                       MOVE rankVal TO rankB
                       IF rankB > rankA
                          MOVE 'Y' TO trnSuper(trnIdx)
                       ELSE
                          MOVE 'Y' TO trnSuper(trnJdx)
                       END-IF
                    END-IF
                    ADD 1 TO trnJdx
                 END-PERFORM
              END-IF
              ADD 1 TO trnIdx
           END-PERFORM.
      * End RESOLVE-REPEATS.

       GRADE-RANK.
           EVALUATE rankGrade
              WHEN 'A'  MOVE 9 TO rankVal
              WHEN 'B'  MOVE 8 TO rankVal
              WHEN 'C'  MOVE 7 TO rankVal
              WHEN 'P'  MOVE 6 TO rankVal
              WHEN 'TR' MOVE 6 TO rankVal
              WHEN 'D'  MOVE 5 TO rankVal
              WHEN 'NP' MOVE 4 TO rankVal
              WHEN 'F'  MOVE 3 TO rankVal
              WHEN 'W'  MOVE 2 TO rankVal
              WHEN 'I'  MOVE 1 TO rankVal
              WHEN OTHER MOVE 0 TO rankVal
           END-EVALUATE.
      * End GRADE-RANK.

      *The distinct terms of home coursework (transfer credit has
      *its own block), in chronological order: year first, then
      *spring, summer, fall. A record with no term recorded sorts
      *ahead of every dated term.
       BUILD-TERM-LIST.
           SET termCount TO 0.
           SET trnIdx TO 1.
           PERFORM UNTIL trnIdx > trnCount
              IF trnGrade(trnIdx) NOT EQUAL 'TR'
                 SET termIdx TO 1
                 PERFORM UNTIL termIdx > termCount
                    IF termId(termIdx) EQUAL trnTerm(trnIdx)
                       EXIT PERFORM
                    END-IF
                    ADD 1 TO termIdx
                 END-PERFORM
                 IF termIdx > termCount AND termCount < 40
                    ADD 1 TO termCount
                    MOVE trnTerm(trnIdx) TO termId(termCount)
                 END-IF
              END-IF
              ADD 1 TO trnIdx
           END-PERFORM.
           SET termIdx TO 1.
           PERFORM UNTIL termIdx >= termCount
              COMPUTE termJdx = termIdx + 1
              PERFORM UNTIL termJdx > termCount
                 MOVE termId(termIdx) TO termSortTerm
                 PERFORM BUILD-TERM-SORT-KEY
                 MOVE termKeyB TO termKeyA
                 MOVE termId(termJdx) TO termSortTerm
                 PERFORM BUILD-TERM-SORT-KEY
                 IF termKeyB < termKeyA
                    MOVE termId(termIdx) TO termSwap
                    MOVE termId(termJdx) TO termId(termIdx)
                    MOVE termSwap TO termId(termJdx)
                 END-IF
                 ADD 1 TO termJdx
              END-PERFORM
              ADD 1 TO termIdx
           END-PERFORM.
      * End BUILD-TERM-LIST.

      *The current catalog course eqCourse, taken in eqTerm, counts
      *as. Each hop reads the mapping for the name in hand and
      *follows it only when the attempt predates its effective
      *term; eight hops is far past any real chain of
      *renumberings, and CatalogMaint refuses to write a loop.
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

      *The identification block: who the record belongs to, and
      *who this copy is issued to.
       WRITE-IDENTIFICATION.
           MOVE SPACES TO ReportLine.
           STRING 'Name:        ' FUNCTION TRIM(StuName)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ReportLine.
           STRING 'Student ID:  ' FUNCTION TRIM(StuId)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ReportLine.
           STRING 'Major:       ' FUNCTION TRIM(StuMajor)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ReportLine.
           STRING 'Issued to:   ' FUNCTION TRIM(issuedTo)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
      * End WRITE-IDENTIFICATION.

      *Every 'TR' record in its own block, with the institution it
      *came from and the hours granted - the hours completed total
      *starts from these.
       WRITE-TRANSFER-BLOCK.
           SET xferHours TO 0.
           SET xferCount TO 0.
           SET trnIdx TO 1.
           PERFORM UNTIL trnIdx > trnCount
              IF trnGrade(trnIdx) EQUAL 'TR'
                 IF xferCount EQUAL 0
                    MOVE 'Transfer Credit' TO ReportLine
                    PERFORM WRITE-REPORT-LINE
                 END-IF
                 ADD 1 TO xferCount
                 PERFORM SET-ROW-MARK
                 MOVE trnHours(trnIdx) TO hoursEdit
                 MOVE SPACES TO ReportLine
                 STRING '  ' trnName(trnIdx) ' ' hoursEdit
                    '  TR  ' trnSource(trnIdx) ' '
                    trnTerm(trnIdx) ' ' rowMark
                    DELIMITED BY SIZE INTO ReportLine
                 PERFORM WRITE-REPORT-LINE
                 IF trnOk(trnIdx) EQUAL 'Y'
                 AND trnSuper(trnIdx) EQUAL 'N'
                    ADD trnHours(trnIdx) TO xferHours
                 END-IF
              END-IF
              ADD 1 TO trnIdx
           END-PERFORM.
           IF xferCount > 0
              MOVE xferHours TO tempNum
              MOVE SPACES TO ReportLine
              STRING '  Transfer hours accepted: '
                 FUNCTION TRIM(tempNum)
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO ReportLine
              PERFORM WRITE-REPORT-LINE
           END-IF.
      * End WRITE-TRANSFER-BLOCK.

      *Each term's courses with hours and grades, then the term's
      *own GPA and the cumulative GPA as of the end of that term.
       WRITE-TERM-BLOCKS.
           SET cumQp TO 0.
           SET cumGpaHours TO 0.
           SET cumAttHours TO 0.
           MOVE xferHours TO cumAttHours.
           MOVE xferHours TO cumCompHours.
           SET termIdx TO 1.
           PERFORM UNTIL termIdx > termCount
              PERFORM WRITE-ONE-TERM
              ADD 1 TO termIdx
           END-PERFORM.
      * End WRITE-TERM-BLOCKS.

       WRITE-ONE-TERM.
           SET termQp TO 0.
           SET termGpaHours TO 0.
           SET termAttHours TO 0.
           SET termCompHours TO 0.
           MOVE SPACES TO ReportLine.
           IF termId(termIdx) EQUAL SPACES
              MOVE 'Term: (not recorded)' TO ReportLine
           ELSE
              STRING 'Term: ' termId(termIdx)
                 DELIMITED BY SIZE INTO ReportLine
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           SET trnIdx TO 1.
           PERFORM UNTIL trnIdx > trnCount
              IF trnTerm(trnIdx) EQUAL termId(termIdx)
              AND trnGrade(trnIdx) NOT EQUAL 'TR'
                 PERFORM WRITE-COURSE-LINE
                 IF trnOk(trnIdx) EQUAL 'Y'
                 AND trnSuper(trnIdx) EQUAL 'N'
                    PERFORM ADD-TERM-ROW
                 END-IF
              END-IF
              ADD 1 TO trnIdx
           END-PERFORM.
           ADD termQp TO cumQp.
           ADD termGpaHours TO cumGpaHours.
           ADD termAttHours TO cumAttHours.
           ADD termCompHours TO cumCompHours.
           IF termGpaHours EQUAL 0
              SET termGpa TO 0
           ELSE
              COMPUTE termGpa = termQp / termGpaHours
           END-IF.
           IF cumGpaHours EQUAL 0
              SET cumGpa TO 0
           ELSE
              COMPUTE cumGpa = cumQp / cumGpaHours
           END-IF.
           MOVE termGpa TO gpaEdit.
           MOVE cumGpa TO gpaEdit2.
           MOVE termAttHours TO tempNum.
           MOVE termCompHours TO tempNum2.
           MOVE SPACES TO ReportLine.
           STRING '  Term GPA ' gpaEdit '   Cumulative GPA ' gpaEdit2
              '   Attempted ' FUNCTION TRIM(tempNum)
              '   Completed ' FUNCTION TRIM(tempNum2)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
      * End WRITE-ONE-TERM.

      *One course line: name, hours, the grade exactly as recorded
      *(IP while the term is still in progress), and the mark that
      *explains why a line is not in the totals.
       WRITE-COURSE-LINE.
           PERFORM SET-ROW-MARK.
           MOVE trnGrade(trnIdx) TO gradeShown.
           IF trnGrade(trnIdx) EQUAL SPACES
              MOVE 'IP' TO gradeShown
           END-IF.
           MOVE trnHours(trnIdx) TO hoursEdit.
           MOVE SPACES TO ReportLine.
           STRING '  ' trnName(trnIdx) ' ' hoursEdit '  '
              gradeShown '  ' rowMark
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
      * End WRITE-COURSE-LINE.

       SET-ROW-MARK.
           MOVE SPACES TO rowMark.
           IF trnOk(trnIdx) EQUAL 'N'
              MOVE '* under review' TO rowMark
           END-IF.
           IF trnSuper(trnIdx) EQUAL 'Y'
              MOVE '(R) repeated' TO rowMark
           END-IF.
      * End SET-ROW-MARK.

      *The per-code rules GRADE-SUM applies, one counted row at a
      *time.
       ADD-TERM-ROW.
           EVALUATE trnGrade(trnIdx)
              WHEN 'A'
                 COMPUTE tempQp = trnHours(trnIdx) * 4
                 ADD tempQp TO termQp
                 ADD trnHours(trnIdx) TO termGpaHours
                 ADD trnHours(trnIdx) TO termAttHours
                 ADD trnHours(trnIdx) TO termCompHours
              WHEN 'B'
                 COMPUTE tempQp = trnHours(trnIdx) * 3
                 ADD tempQp TO termQp
                 ADD trnHours(trnIdx) TO termGpaHours
                 ADD trnHours(trnIdx) TO termAttHours
                 ADD trnHours(trnIdx) TO termCompHours
              WHEN 'C'
                 COMPUTE tempQp = trnHours(trnIdx) * 2
                 ADD tempQp TO termQp
                 ADD trnHours(trnIdx) TO termGpaHours
                 ADD trnHours(trnIdx) TO termAttHours
                 ADD trnHours(trnIdx) TO termCompHours
              WHEN 'D'
                 ADD trnHours(trnIdx) TO termQp
                 ADD trnHours(trnIdx) TO termGpaHours
                 ADD trnHours(trnIdx) TO termAttHours
              WHEN 'F'
                 ADD trnHours(trnIdx) TO termGpaHours
                 ADD trnHours(trnIdx) TO termAttHours
              WHEN 'I'
                 ADD trnHours(trnIdx) TO termAttHours
              WHEN 'P'
                 ADD trnHours(trnIdx) TO termAttHours
                 ADD trnHours(trnIdx) TO termCompHours
              WHEN 'NP'
                 ADD trnHours(trnIdx) TO termAttHours
           END-EVALUATE.
      * End ADD-TERM-ROW.

      *The lifetime figures, the legend for every code and mark
      *that can appear above, and the end-of-document line that
      *shows nothing was cut off the last page.
       WRITE-TOTALS-AND-LEGEND.
           MOVE cumGpa TO gpaEdit.
           MOVE cumAttHours TO tempNum.
           MOVE cumCompHours TO tempNum2.
           MOVE SPACES TO ReportLine.
           STRING 'Cumulative: GPA ' gpaEdit
              '   Hours attempted ' FUNCTION TRIM(tempNum)
              '   Hours completed ' FUNCTION TRIM(tempNum2)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Legend:' TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  A B C D F  letter grades, in the GPA'
              TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  I   Incomplete - attempted, pending, not in the GPA'
              TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  W   Withdrawn - no hours, not in the GPA'
              TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  P   Pass - hours completed, not in the GPA'
              TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  NP  No Pass - hours attempted, not in the GPA'
              TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  TR  Transfer credit - hours granted, not in the GPA'
              TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  IP  In progress - term not yet graded'
              TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  (R) Repeated - superseded by a better attempt'
              TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '      of the same course, not in the totals'
              TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  *   Under review - record held out of the totals'
              TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE '*** End of Official Transcript ***' TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
      * End WRITE-TOTALS-AND-LEGEND.

      *The last serial issued, or zero when none ever has been -
      *file status 35, and only 35, means the file doesn't exist
      *yet. Any other failure to open or read it leaves serialOk
      *'N', and the run stops rather than number from zero again.
       LOAD-LAST-SERIAL.
           MOVE 'Y' TO serialOk.
           SET LastSerial TO 0.
           OPEN INPUT SERIALFILE.
           IF SerialFileStatus EQUAL '35'
              EXIT PARAGRAPH
           END-IF.
           IF SerialFileStatus NOT EQUAL '00'
              MOVE 'N' TO serialOk
              EXIT PARAGRAPH
           END-IF.
           READ SERIALFILE
              AT END CONTINUE
              NOT AT END
                 IF SerLast IS NUMERIC
                    MOVE SerLast TO LastSerial
                 ELSE
                    MOVE 'N' TO serialOk
                 END-IF
           END-READ.
           CLOSE SERIALFILE.
      * End LOAD-LAST-SERIAL.

      *serialOk comes back 'N' when the new serial did not reach
      *the file.
       SAVE-LAST-SERIAL.
           MOVE 'Y' TO serialOk.
           OPEN OUTPUT SERIALFILE.
           IF SerialFileStatus NOT EQUAL '00'
              MOVE 'N' TO serialOk
              EXIT PARAGRAPH
           END-IF.
           MOVE LastSerial TO SerLast.
           WRITE SERIAL-REC.
           IF SerialFileStatus NOT EQUAL '00'
              MOVE 'N' TO serialOk
           END-IF.
           CLOSE SERIALFILE.
      * End SAVE-LAST-SERIAL.

       LOG-ISSUED-TRANSCRIPT.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE LastSerial TO serialEdit.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' Transcript '
              FUNCTION TRIM(candId)
              ' ISSUED serial ' serialEdit
              ' to ' FUNCTION TRIM(issuedTo)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-ISSUED-TRANSCRIPT.

       LOG-REFUSED-TRANSCRIPT.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' Transcript '
              FUNCTION TRIM(candId)
              ' REFUSED - not issued to '
              FUNCTION TRIM(issuedTo)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-REFUSED-TRANSCRIPT.

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

      *Writes ReportLine to TRNFILE, starting a fresh page (with
      *a repeated title/date header) whenever the page fills up.
       WRITE-REPORT-LINE.
           WRITE TRN-REC FROM ReportLine.
           ADD 1 TO ReportLineCount.
           MOVE SPACES TO ReportLine.
           IF ReportLineCount >= LinesPerPage
              PERFORM PRINT-PAGE-HEADER
           END-IF.
      * End WRITE-REPORT-LINE.

      *Every page carries the serial, so a loose page can still be
      *matched to the copy it came from.
       PRINT-PAGE-HEADER.
           ADD 1 TO ReportPageNum.
           IF ReportPageNum > 1
              MOVE SPACES TO TRN-REC
              WRITE TRN-REC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
           MOVE CurrentDate(5:2) TO ReportDate-MM.
           MOVE CurrentDate(7:2) TO ReportDate-DD.
           MOVE CurrentDate(1:4) TO ReportDate-YYYY.
           MOVE LastSerial TO serialEdit.
           MOVE SPACES TO ReportLine.
           STRING 'Official Academic Transcript'
              DELIMITED BY SIZE INTO ReportLine.
           WRITE TRN-REC FROM ReportLine.
           MOVE SPACES TO ReportLine.
           STRING 'Student ID: ' FUNCTION TRIM(candId)
              '   Serial: ' serialEdit
              '   Date: ' ReportDate '   Page: ' ReportPageNum
              DELIMITED BY SIZE INTO ReportLine.
           WRITE TRN-REC FROM ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE TRN-REC FROM ReportLine.
           SET ReportLineCount TO 3.
      * End PRINT-PAGE-HEADER.
