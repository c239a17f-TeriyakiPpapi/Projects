      *Unload, reload, and verify for the indexed masters - the
      *transcript master, student master, course catalog, course
      *offerings, term-status file, and computed-grades extract.
      *Until now the only copy of any of them was whatever the
      *nightly file copy happened to catch, and a damaged index had
      *no way back. An unload writes the master out as a
      *line-sequential flat file: a header naming the master and
      *where it came from, one line per record image, and a trailer
      *carrying the record count and a hash total over every byte.
      *A reload rebuilds the master from such a file, and is refused
      *outright when the trailer does not match what the file
      *actually holds - a short or altered backup must never replace
      *a live master. Verify checks an unload file the same way
      *without touching anything. Dispatchable, so the end-of-term
      *batch can take a backup of the transcript master before
      *GradePost touches it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *One run works one master, so every master's SELECT shares the
      *one prompted file name and the one file status - only the
      *master named at the prompt is ever opened.
           SELECT TRANSMFILE ASSIGN TO MasterFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TmKey
           FILE STATUS IS MasterFileStatus.
           SELECT STUDENTFILE ASSIGN TO MasterFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StuId
           FILE STATUS IS MasterFileStatus.
           SELECT CATALOGFILE ASSIGN TO MasterFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatName
           FILE STATUS IS MasterFileStatus.
           SELECT OFFERFILE ASSIGN TO MasterFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OfferKey
           FILE STATUS IS MasterFileStatus.
           SELECT TERMSTATFILE ASSIGN TO MasterFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TsSection
           FILE STATUS IS MasterFileStatus.
           SELECT COMPGRDFILE ASSIGN TO MasterFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CgSection
           FILE STATUS IS MasterFileStatus.
      *The flat unload file itself - header, record images, trailer.
           SELECT UNLOADFILE ASSIGN TO UnloadFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UnloadFileStatus.
      *The shared run/audit log, so every unload and reload - and
      *every refused reload - is on record next to the runs that
      *changed the masters in between.
           SELECT RUNLOGFILE ASSIGN TO RunLogFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFileStatus.
      *One-record completion-status handoff to Dispatcher, on the
      *same file-based pattern as Dispatcher's own DISPATCH.CKP:
      *rewritten at the end of every run, read back by Dispatcher
      *right after its CALL returns, so a batch summary can say
      *whether the job actually succeeded.
           SELECT JOBSTATFILE ASSIGN TO JobStatFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JobStatFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *The same transcript-master layout and key GradePost and
      *Registration declare - every reader must agree byte for byte
      *on TRANSM-REC.
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

      *The same catalog layout and key CatalogMaint declares.
       FD CATALOGFILE.
       01 CATALOG-REC.
           05 CatName     PIC X(32).
           05 CatHours    PIC 9(3).
           05 CatCategory PIC X(10).
           05 CatPreqs    PIC X(220).

      *The same offerings layout and key CatalogMaint declares.
       FD OFFERFILE.
       01 OFFER-REC.
           05 OfferKey.
              10 OfCourse PIC X(32).
              10 OfTerm PIC X(6).
           05 OfSeatCap PIC 9(4).
           05 OfEnrolled PIC 9(4).

      *The same term-status layout and key GradePost declares.
       FD TERMSTATFILE.
       01 TERMSTAT-REC.
           05 TsSection PIC X(31).
           05 TsStatus PIC X(6).
           05 TsStamp PIC X(21).

      *The same computed-grades layout and key GradeReport declares.
       FD COMPGRDFILE.
       01 COMPGRD-REC.
           05 CgSection PIC X(31).
           05 CgPct PIC 9(3).
           05 CgStamp PIC X(21).

      *Every unload line leads with a one-byte type: 'H' the header,
      *'D' one record image, 'T' the trailer. The typed views of
      *the header and trailer bodies live in WORKING-STORAGE below.
       FD UNLOADFILE.
       01 UNLOAD-REC.
           05 UnlRecType PIC X(1).
           05 UnlRecRest PIC X(269).

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
       01 utilFunction PIC X(1).
       01 masterType PIC X(10).
       01 MasterFileName PIC X(20).
       01 MasterFileStatus PIC X(2).
       01 MasterEOF PIC A(1).
       01 UnloadFileName PIC X(20).
       01 UnloadFileStatus PIC X(2).
       01 UnloadEOF PIC A(1).

      *The two masters with fixed names are found without a prompt,
      *the same way every program that keeps them finds them.
       01 TermStatFileName PIC X(20) VALUE 'TERMSTAT.DAT'.
       01 CompGrdFileName PIC X(20) VALUE 'COMPGRD.DAT'.

      *One record image of whichever master is in play, and how many
      *of its bytes the record actually has.
       01 recImage PIC X(265).
       01 recLen PIC 9(3).

      *Typed views of the unload file's header and trailer bodies.
       01 UnlHeaderView.
           05 UnlHdrMaster PIC X(10).
           05 UnlHdrSource PIC X(20).
           05 UnlHdrStamp PIC X(21).
       01 UnlTrailerView.
           05 UnlTrlCount PIC 9(9).
           05 UnlTrlHash PIC 9(18).

      *The hash total: every byte of every record image, by its
      *character code times its position in the record, summed
      *across the file - so a changed, dropped, or shifted byte
      *anywhere moves the total, not just a lost record.
       01 hashTotal PIC 9(18).
       01 hashPos PIC 9(3).

      *Counts. masterCount is the master's own record count at the
      *moment it is counted - before and after a reload; the unload
      *figures are what the unload file holds.
       01 masterCount PIC 9(9).
       01 countBefore PIC 9(9).
       01 countAfter PIC 9(9).
       01 masterExists PIC A(1).
       01 unlCount PIC 9(9).
       01 unlTrlSeen PIC A(1).
       01 unlOk PIC A(1).
       01 unlReason PIC X(50).
       01 recsWritten PIC 9(9).
       01 writeErrors PIC 9(5).
       01 tempNum PIC Z(8)9.
       01 tempNum2 PIC Z(8)9.
       01 tempHash PIC Z(17)9.

      *Completion-status working storage. A refused reload, a
      *master that would not open, or a count that does not agree
      *after the run is the failure the status hands back.
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
      *the whole-run totals reset on entry.
           MOVE 'N' TO RunFailed.
           SET recsWritten TO 0.
           SET writeErrors TO 0.
           DISPLAY 'Function (U=unload, R=reload, V=verify): '
              WITH NO ADVANCING.
           ACCEPT utilFunction.
           MOVE FUNCTION UPPER-CASE(utilFunction) TO utilFunction.
           DISPLAY 'Master (TRANSM/STUDENT/CATALOG/OFFER/TERMSTAT'
              '/COMPGRD): ' WITH NO ADVANCING.
           ACCEPT masterType.
           MOVE FUNCTION UPPER-CASE(masterType) TO masterType.
           EVALUATE masterType
              WHEN 'TRANSM'
                 MOVE 73 TO recLen
                 DISPLAY 'Transcript master: ' WITH NO ADVANCING
                 ACCEPT MasterFileName
              WHEN 'STUDENT'
                 MOVE 90 TO recLen
                 DISPLAY 'Student master: ' WITH NO ADVANCING
                 ACCEPT MasterFileName
              WHEN 'CATALOG'
                 MOVE 265 TO recLen
                 DISPLAY 'Course catalog: ' WITH NO ADVANCING
                 ACCEPT MasterFileName
              WHEN 'OFFER'
                 MOVE 46 TO recLen
                 DISPLAY 'Offerings file: ' WITH NO ADVANCING
                 ACCEPT MasterFileName
              WHEN 'TERMSTAT'
                 MOVE 58 TO recLen
                 MOVE TermStatFileName TO MasterFileName
              WHEN 'COMPGRD'
                 MOVE 55 TO recLen
                 MOVE CompGrdFileName TO MasterFileName
              WHEN OTHER
                 DISPLAY 'ERROR: Unrecognized master: '
                    FUNCTION TRIM(masterType)
                 MOVE 'Y' TO RunFailed
                 PERFORM WRITE-JOB-STATUS
                 GOBACK
           END-EVALUATE.
           DISPLAY 'Unload file: ' WITH NO ADVANCING.
           ACCEPT UnloadFileName.

           EVALUATE utilFunction
              WHEN 'U'
                 PERFORM UNLOAD-MASTER
              WHEN 'R'
                 PERFORM RELOAD-MASTER
              WHEN 'V'
                 PERFORM VERIFY-MASTER
              WHEN OTHER
                 DISPLAY 'ERROR: Unrecognized function: '
                    FUNCTION TRIM(utilFunction)
                 MOVE 'Y' TO RunFailed
           END-EVALUATE.

           PERFORM WRITE-JOB-STATUS.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job when Dispatcher CALLs this in as part of an overnight run.
           GOBACK.

      *Hands this run's completion status back to Dispatcher: the
      *records unloaded or reloaded, and the mismatches and write
      *failures as exceptions. Rewritten whole every run, so a
      *stale file from an earlier job can't be read back as this
      *one's result.
       WRITE-JOB-STATUS.
           MOVE SPACES TO JOBSTAT-REC.
           MOVE 'MasterUtil' TO JsProgram.
           IF RunFailed EQUAL 'Y'
              MOVE 'FAILED' TO JsStatus
           ELSE
              MOVE 'OK' TO JsStatus
           END-IF.
           IF recsWritten > 99999
              MOVE 99999 TO JsSections
           ELSE
              MOVE recsWritten TO JsSections
           END-IF.
           MOVE writeErrors TO JsExceptions.
           MOVE 0 TO JsStudents.
           OPEN OUTPUT JOBSTATFILE.
           IF JobStatFileStatus EQUAL '00'
              WRITE JOBSTAT-REC
              CLOSE JOBSTATFILE
           END-IF.
      * End WRITE-JOB-STATUS.

      *Unloads the master: header, one 'D' line per record in key
      *order with the hash taken as it goes, then the trailer. The
      *finished file is then read back and held against its own
      *trailer, so the run reports the master's count and the
      *unload's count side by side before anyone relies on it.
       UNLOAD-MASTER.
           PERFORM OPEN-MASTER-INPUT.
           IF MasterFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open '
                 FUNCTION TRIM(MasterFileName)
                 ' - nothing unloaded'
              MOVE 'Y' TO RunFailed
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UNLOADFILE.
           IF UnloadFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to create unload file '
                 FUNCTION TRIM(UnloadFileName)
              PERFORM CLOSE-MASTER
              MOVE 'Y' TO RunFailed
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO UnlHeaderView.
           MOVE masterType TO UnlHdrMaster.
           MOVE MasterFileName TO UnlHdrSource.
           MOVE FUNCTION CURRENT-DATE TO UnlHdrStamp.
           MOVE 'H' TO UnlRecType.
           MOVE SPACES TO UnlRecRest.
           MOVE UnlHeaderView TO UnlRecRest.
           WRITE UNLOAD-REC.

           SET masterCount TO 0.
           SET hashTotal TO 0.
           MOVE 'N' TO MasterEOF.
           PERFORM READ-MASTER-NEXT.
           PERFORM UNTIL MasterEOF = 'Y'
              ADD 1 TO masterCount
              PERFORM HASH-RECORD
              MOVE 'D' TO UnlRecType
              MOVE SPACES TO UnlRecRest
              MOVE recImage(1:recLen) TO UnlRecRest
              WRITE UNLOAD-REC
              PERFORM READ-MASTER-NEXT
           END-PERFORM.
           PERFORM CLOSE-MASTER.

           MOVE SPACES TO UnlTrailerView.
           MOVE masterCount TO UnlTrlCount.
           MOVE hashTotal TO UnlTrlHash.
           MOVE 'T' TO UnlRecType.
           MOVE SPACES TO UnlRecRest.
           MOVE UnlTrailerView TO UnlRecRest.
           WRITE UNLOAD-REC.
           CLOSE UNLOADFILE.
           MOVE masterCount TO recsWritten.

           PERFORM CHECK-UNLOAD-FILE.
           MOVE masterCount TO tempNum.
           MOVE unlCount TO tempNum2.
           DISPLAY 'Master records read:    ' tempNum.
           DISPLAY 'Unload records written: ' tempNum2.
           MOVE hashTotal TO tempHash.
           DISPLAY 'Hash total:    ' tempHash.
           MOVE SPACES TO RunLogLine.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           IF unlOk EQUAL 'Y'
              STRING RunLogTimestamp ' MasterUtil '
                 FUNCTION TRIM(MasterFileName)
                 ' UNLOADED - ' FUNCTION TRIM(tempNum)
                 ' records to ' FUNCTION TRIM(UnloadFileName)
                 DELIMITED BY SIZE INTO RunLogLine
           ELSE
              DISPLAY 'ERROR: unload file does not check against'
                 ' its trailer - ' FUNCTION TRIM(unlReason)
              ADD 1 TO writeErrors
              MOVE 'Y' TO RunFailed
              STRING RunLogTimestamp ' MasterUtil '
                 FUNCTION TRIM(MasterFileName)
                 ' UNLOAD FAILED - ' FUNCTION TRIM(unlReason)
                 DELIMITED BY SIZE INTO RunLogLine
           END-IF.
           PERFORM APPEND-RUN-LOG.
      * End UNLOAD-MASTER.

      *Rebuilds the master from an unload file. The file is checked
      *whole against its trailer, and against the master named at
      *the prompt, before the master is touched at all; a mismatch
      *refuses the reload and leaves the live master exactly as it
      *was. The master is counted before and after, and an after
      *count that disagrees with the trailer fails the run.
       RELOAD-MASTER.
           PERFORM COUNT-MASTER.
           MOVE masterCount TO countBefore.
           MOVE countBefore TO tempNum.
           IF masterExists EQUAL 'Y'
              DISPLAY 'Master records before reload: ' tempNum
           ELSE
              DISPLAY 'Master records before reload: none on file'
           END-IF.

           PERFORM CHECK-UNLOAD-FILE.
           IF unlOk NOT EQUAL 'Y'
              DISPLAY 'REFUSED: ' FUNCTION TRIM(UnloadFileName)
                 ' - ' FUNCTION TRIM(unlReason)
              DISPLAY 'Master left unchanged.'
              ADD 1 TO writeErrors
              MOVE 'Y' TO RunFailed
              MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp
              MOVE SPACES TO RunLogLine
              STRING RunLogTimestamp ' MasterUtil '
                 FUNCTION TRIM(MasterFileName)
                 ' RELOAD REFUSED - ' FUNCTION TRIM(unlReason)
                 DELIMITED BY SIZE INTO RunLogLine
              PERFORM APPEND-RUN-LOG
              EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-MASTER-OUTPUT.
           IF MasterFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to create '
                 FUNCTION TRIM(MasterFileName)
              MOVE 'Y' TO RunFailed
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT UNLOADFILE.
           MOVE 'N' TO UnloadEOF.
           PERFORM UNTIL UnloadEOF = 'Y'
              READ UNLOADFILE
                 AT END MOVE 'Y' TO UnloadEOF
              END-READ
              IF UnloadEOF NOT EQUAL 'Y'
              AND UnlRecType EQUAL 'D'
                 MOVE SPACES TO recImage
                 MOVE UnlRecRest(1:recLen) TO recImage
                 PERFORM WRITE-MASTER-RECORD
              END-IF
           END-PERFORM.
           CLOSE UNLOADFILE.
           PERFORM CLOSE-MASTER.

           PERFORM COUNT-MASTER.
           MOVE masterCount TO countAfter.
           MOVE countAfter TO tempNum.
           DISPLAY 'Master records after reload:  ' tempNum.
           MOVE unlCount TO tempNum2.
           DISPLAY 'Unload file records:          ' tempNum2.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           IF countAfter EQUAL unlCount AND writeErrors EQUAL 0
              STRING RunLogTimestamp ' MasterUtil '
                 FUNCTION TRIM(MasterFileName)
                 ' RELOADED - ' FUNCTION TRIM(tempNum)
                 ' records from ' FUNCTION TRIM(UnloadFileName)
                 DELIMITED BY SIZE INTO RunLogLine
           ELSE
              DISPLAY 'ERROR: reloaded master does not match the'
                 ' unload file'
              MOVE 'Y' TO RunFailed
              STRING RunLogTimestamp ' MasterUtil '
                 FUNCTION TRIM(MasterFileName)
                 ' RELOAD MISMATCH - ' FUNCTION TRIM(tempNum)
                 ' on file, ' FUNCTION TRIM(tempNum2)
                 ' unloaded'
                 DELIMITED BY SIZE INTO RunLogLine
           END-IF.
           PERFORM APPEND-RUN-LOG.
      * End RELOAD-MASTER.

      *Checks an unload file against its trailer and reports it
      *beside the master's own current count, changing nothing - the
      *question a restore decision starts from.
       VERIFY-MASTER.
           PERFORM CHECK-UNLOAD-FILE.
           PERFORM COUNT-MASTER.
           MOVE unlCount TO tempNum.
           MOVE masterCount TO tempNum2.
           DISPLAY 'Unload file records: ' tempNum.
           IF masterExists EQUAL 'Y'
              DISPLAY 'Master records now:  ' tempNum2
           ELSE
              DISPLAY 'Master records now:  none on file'
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           IF unlOk EQUAL 'Y'
              DISPLAY 'VERIFIED: ' FUNCTION TRIM(UnloadFileName)
                 ' matches its trailer'
              STRING RunLogTimestamp ' MasterUtil '
                 FUNCTION TRIM(UnloadFileName)
                 ' VERIFIED - ' FUNCTION TRIM(tempNum)
                 ' records, ' FUNCTION TRIM(masterType)
                 DELIMITED BY SIZE INTO RunLogLine
           ELSE
              DISPLAY 'FAILED: ' FUNCTION TRIM(UnloadFileName)
                 ' - ' FUNCTION TRIM(unlReason)
              ADD 1 TO writeErrors
              MOVE 'Y' TO RunFailed
              STRING RunLogTimestamp ' MasterUtil '
                 FUNCTION TRIM(UnloadFileName)
                 ' VERIFY FAILED - ' FUNCTION TRIM(unlReason)
                 DELIMITED BY SIZE INTO RunLogLine
           END-IF.
           PERFORM APPEND-RUN-LOG.
      * End VERIFY-MASTER.

      *Reads the unload file through once: the header must name the
      *master in play, every record image is counted and hashed
      *exactly as the unload hashed it, and the trailer must be the
      *last line and carry that same count and total. unlOk comes
      *back 'Y' only when all of that holds; unlReason says which
      *check failed.
       CHECK-UNLOAD-FILE.
           MOVE 'N' TO unlOk.
           MOVE SPACES TO unlReason.
           SET unlCount TO 0.
           SET hashTotal TO 0.
           MOVE 'N' TO unlTrlSeen.
           OPEN INPUT UNLOADFILE.
           IF UnloadFileStatus NOT EQUAL '00'
              MOVE 'unable to open the unload file' TO unlReason
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO UnloadEOF.
           READ UNLOADFILE
              AT END MOVE 'Y' TO UnloadEOF
           END-READ.
           IF UnloadEOF EQUAL 'Y' OR UnlRecType NOT EQUAL 'H'
              MOVE 'no header record' TO unlReason
              CLOSE UNLOADFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE UnlRecRest TO UnlHeaderView.
           IF UnlHdrMaster NOT EQUAL masterType
              MOVE SPACES TO unlReason
              STRING 'unload is of ' FUNCTION TRIM(UnlHdrMaster)
                 ', not ' FUNCTION TRIM(masterType)
                 DELIMITED BY SIZE INTO unlReason
              CLOSE UNLOADFILE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL UnloadEOF = 'Y'
              READ UNLOADFILE
                 AT END MOVE 'Y' TO UnloadEOF
              END-READ
              IF UnloadEOF NOT EQUAL 'Y'
                 IF unlTrlSeen EQUAL 'Y'
                    MOVE 'records follow the trailer' TO unlReason
                    MOVE 'Y' TO UnloadEOF
                 ELSE
                    EVALUATE UnlRecType
                       WHEN 'D'
                          ADD 1 TO unlCount
                          MOVE SPACES TO recImage
                          MOVE UnlRecRest(1:recLen) TO recImage
                          PERFORM HASH-RECORD
                       WHEN 'T'
                          MOVE 'Y' TO unlTrlSeen
                          MOVE UnlRecRest TO UnlTrailerView
                       WHEN OTHER
                          MOVE 'unrecognized record type' TO unlReason
                          MOVE 'Y' TO UnloadEOF
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE UNLOADFILE.
           IF unlReason NOT EQUAL SPACES
              EXIT PARAGRAPH
           END-IF.
           IF unlTrlSeen NOT EQUAL 'Y'
              MOVE 'no trailer record - file is incomplete'
                 TO unlReason
              EXIT PARAGRAPH
           END-IF.
           IF UnlTrlCount NOT EQUAL unlCount
              MOVE unlCount TO tempNum
              MOVE UnlTrlCount TO tempNum2
              STRING 'count ' FUNCTION TRIM(tempNum)
                 ' does not match trailer ' FUNCTION TRIM(tempNum2)
                 DELIMITED BY SIZE INTO unlReason
              EXIT PARAGRAPH
           END-IF.
           IF UnlTrlHash NOT EQUAL hashTotal
              MOVE 'hash total does not match trailer' TO unlReason
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO unlOk.
      * End CHECK-UNLOAD-FILE.

      *Adds the record image in recImage to hashTotal, byte by byte.
       HASH-RECORD.
           SET hashPos TO 1.
           PERFORM UNTIL hashPos > recLen
              COMPUTE hashTotal = hashTotal
                 + FUNCTION ORD(recImage(hashPos:1)) * hashPos
              ADD 1 TO hashPos
           END-PERFORM.
      * End HASH-RECORD.

      *The master's current record count. A master that does not
      *exist yet (file status 35) counts as none on file, which a
      *reload onto a lost file starts from.
       COUNT-MASTER.
           SET masterCount TO 0.
           MOVE 'N' TO masterExists.
           PERFORM OPEN-MASTER-INPUT.
           IF MasterFileStatus NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO masterExists.
           MOVE 'N' TO MasterEOF.
           PERFORM READ-MASTER-NEXT.
           PERFORM UNTIL MasterEOF = 'Y'
              ADD 1 TO masterCount
              PERFORM READ-MASTER-NEXT
           END-PERFORM.
           PERFORM CLOSE-MASTER.
      * End COUNT-MASTER.

      *Opens whichever master is in play for reading.
       OPEN-MASTER-INPUT.
           EVALUATE masterType
              WHEN 'TRANSM'
                 OPEN INPUT TRANSMFILE
              WHEN 'STUDENT'
                 OPEN INPUT STUDENTFILE
              WHEN 'CATALOG'
                 OPEN INPUT CATALOGFILE
              WHEN 'OFFER'
                 OPEN INPUT OFFERFILE
              WHEN 'TERMSTAT'
                 OPEN INPUT TERMSTATFILE
              WHEN 'COMPGRD'
                 OPEN INPUT COMPGRDFILE
           END-EVALUATE.
      * End OPEN-MASTER-INPUT.

      *Creates whichever master is in play afresh, empty, for the
      *reload to write into.
       OPEN-MASTER-OUTPUT.
           EVALUATE masterType
              WHEN 'TRANSM'
                 OPEN OUTPUT TRANSMFILE
              WHEN 'STUDENT'
                 OPEN OUTPUT STUDENTFILE
              WHEN 'CATALOG'
                 OPEN OUTPUT CATALOGFILE
              WHEN 'OFFER'
                 OPEN OUTPUT OFFERFILE
              WHEN 'TERMSTAT'
                 OPEN OUTPUT TERMSTATFILE
              WHEN 'COMPGRD'
                 OPEN OUTPUT COMPGRDFILE
           END-EVALUATE.
      * End OPEN-MASTER-OUTPUT.

       CLOSE-MASTER.
           EVALUATE masterType
              WHEN 'TRANSM'
                 CLOSE TRANSMFILE
              WHEN 'STUDENT'
                 CLOSE STUDENTFILE
              WHEN 'CATALOG'
                 CLOSE CATALOGFILE
              WHEN 'OFFER'
                 CLOSE OFFERFILE
              WHEN 'TERMSTAT'
                 CLOSE TERMSTATFILE
              WHEN 'COMPGRD'
                 CLOSE COMPGRDFILE
           END-EVALUATE.
      * End CLOSE-MASTER.

      *Reads the next record of the master in key order into
      *recImage, setting MasterEOF at the end.
       READ-MASTER-NEXT.
           MOVE SPACES TO recImage.
           EVALUATE masterType
              WHEN 'TRANSM'
                 READ TRANSMFILE NEXT RECORD
                    AT END MOVE 'Y' TO MasterEOF
                    NOT AT END MOVE TRANSM-REC TO recImage
                 END-READ
              WHEN 'STUDENT'
                 READ STUDENTFILE NEXT RECORD
                    AT END MOVE 'Y' TO MasterEOF
                    NOT AT END MOVE STUDENT-REC TO recImage
                 END-READ
              WHEN 'CATALOG'
                 READ CATALOGFILE NEXT RECORD
                    AT END MOVE 'Y' TO MasterEOF
                    NOT AT END MOVE CATALOG-REC TO recImage
                 END-READ
              WHEN 'OFFER'
                 READ OFFERFILE NEXT RECORD
                    AT END MOVE 'Y' TO MasterEOF
                    NOT AT END MOVE OFFER-REC TO recImage
                 END-READ
              WHEN 'TERMSTAT'
                 READ TERMSTATFILE NEXT RECORD
                    AT END MOVE 'Y' TO MasterEOF
                    NOT AT END MOVE TERMSTAT-REC TO recImage
                 END-READ
              WHEN 'COMPGRD'
                 READ COMPGRDFILE NEXT RECORD
                    AT END MOVE 'Y' TO MasterEOF
                    NOT AT END MOVE COMPGRD-REC TO recImage
                 END-READ
           END-EVALUATE.
      * End READ-MASTER-NEXT.

      *Writes the image in recImage as one record of the master in
      *play. A duplicate or otherwise refused key is counted, not
      *skipped over silently - it fails the run.
       WRITE-MASTER-RECORD.
           EVALUATE masterType
              WHEN 'TRANSM'
                 MOVE recImage TO TRANSM-REC
                 WRITE TRANSM-REC
                    INVALID KEY ADD 1 TO writeErrors
                    NOT INVALID KEY ADD 1 TO recsWritten
                 END-WRITE
              WHEN 'STUDENT'
                 MOVE recImage TO STUDENT-REC
                 WRITE STUDENT-REC
                    INVALID KEY ADD 1 TO writeErrors
                    NOT INVALID KEY ADD 1 TO recsWritten
                 END-WRITE
              WHEN 'CATALOG'
                 MOVE recImage TO CATALOG-REC
                 WRITE CATALOG-REC
                    INVALID KEY ADD 1 TO writeErrors
                    NOT INVALID KEY ADD 1 TO recsWritten
                 END-WRITE
              WHEN 'OFFER'
                 MOVE recImage TO OFFER-REC
                 WRITE OFFER-REC
                    INVALID KEY ADD 1 TO writeErrors
                    NOT INVALID KEY ADD 1 TO recsWritten
                 END-WRITE
              WHEN 'TERMSTAT'
                 MOVE recImage TO TERMSTAT-REC
                 WRITE TERMSTAT-REC
                    INVALID KEY ADD 1 TO writeErrors
                    NOT INVALID KEY ADD 1 TO recsWritten
                 END-WRITE
              WHEN 'COMPGRD'
                 MOVE recImage TO COMPGRD-REC
                 WRITE COMPGRD-REC
                    INVALID KEY ADD 1 TO writeErrors
                    NOT INVALID KEY ADD 1 TO recsWritten
                 END-WRITE
           END-EVALUATE.
      * End WRITE-MASTER-RECORD.

      *EXTEND fails with a file-not-found status the first time the
      *log doesn't exist yet - fall back to OUTPUT so the first run
      *still creates it.
       APPEND-RUN-LOG.
           OPEN EXTEND RUNLOGFILE.
           IF RunLogFileStatus NOT EQUAL '00'
              OPEN OUTPUT RUNLOGFILE
           END-IF.
           WRITE RUNLOG-REC FROM RunLogLine.
           CLOSE RUNLOGFILE.
      * End APPEND-RUN-LOG.
