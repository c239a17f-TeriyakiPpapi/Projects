           SELECT SCALEFILE ASSIGN TO ScaleFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScaleFileStatus.
      *An optional grading-policy file, looked up next to the
      *gradebook the same way as the .SCL scale: drop-the-lowest-N
      *rules per category, and per-student excused items, so a
      *syllabus's "lowest quiz dropped" and an instructor's excused
      *absence are applied by the run instead of by hand-editing
      *the points. Missing is fine - every item counts.
           SELECT POLICYFILE ASSIGN TO PolicyFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PolicyFileStatus.
      *A shared run/audit log, appended to by both GradeReport and
      *Auto_Advisor, so a disputed grade or advising recommendation
      *can be traced back to what the program actually computed and
      *opening fifty .RPT files to compare them by hand.
           SELECT BATCHSUMFILE ASSIGN TO BatchSumFileName
           ORGANIZATION IS LINE SEQUENTIAL.
      *The per-assignment item analysis written next to a class
      *gradebook's .RPT: one line per assignment definition with
      *the section's spread of scores on it, so a miskeyed answer
      *or an assignment nobody turned in shows up before the final
      *grades are computed and posted.
           SELECT ITEMFILE ASSIGN TO ItemFileName
           ORGANIZATION IS LINE SEQUENTIAL.
      *One-record completion-status handoff to Dispatcher, on the
      *same file-based pattern as Dispatcher's own DISPATCH.CKP:
      *rewritten at the end of every run, read back by Dispatcher
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CgSection
           FILE STATUS IS CompGrdFileStatus.
      *The operator authorization file, read once at sign-on for
      *the rights of the operator at the terminal.
           SELECT OPERATORFILE ASSIGN TO OperatorFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpId
           FILE STATUS IS OperatorFileStatus.
      *The within-run checkpoint, on the fixed-name pattern of
      *Dispatcher's DISPATCH.CKP but one level down: a journal of
      *every roster entry this run has fully finished, with the
      *cross-section comparison rows and deficiency-list lines each
      *one produced, so a run that dies halfway through a course's
      *sections resumes after the last finished one instead of
      *redoing - and re-logging - every section from the top.
           SELECT CHECKPOINTFILE ASSIGN TO CheckpointFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CheckpointFileStatus.

       DATA DIVISION.
       FILE SECTION.
           05 ScaleLetter PIC X(2).
           05 ScaleCutoff PIC 9(3).

      *Every policy record leads with a one-byte type, like the
      *class gradebook's: 'D' drops the lowest N items of one
      *category, 'X' excuses one student's item (the student left
      *blank in a single-student gradebook, as on a .CRQ request).
      *The typed views of the body live in WORKING-STORAGE below.
       FD POLICYFILE.
       01 POLICY-REC.
           05 PolRecType PIC X(1).
           05 PolRecRest PIC X(50).

       FD RUNLOGFILE.
       01 RUNLOG-REC PIC X(100).

       FD BATCHSUMFILE.
       01 BATCHSUM-REC PIC X(110).

       FD ITEMFILE.
       01 ITEM-REC PIC X(100).

       FD JOBSTATFILE.
       01 JOBSTAT-REC.
           05 JsProgram PIC X(12).
           05 CgPct PIC 9(3).
           05 CgStamp PIC X(21).

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

      *Every checkpoint record leads with a one-byte type, like the
      *class gradebook's: 'H' names the run the journal belongs to,
      *'B' carries one cross-section comparison row, 'D' one
      *deficiency-list line, and 'E' closes one finished roster
      *entry with the run's totals as they stood after it. The
      *typed views of the body live in WORKING-STORAGE below.
       FD CHECKPOINTFILE.
       01 CHECKPOINT-REC.
           05 CkRecType PIC X(1).
           05 CkRecRest PIC X(119).

       WORKING-STORAGE SECTION.

       01 totalPoints PIC 9(14).
       01 gradeLetter PIC X(2).
       01 bestCutoff PIC S9(3).

      *Grading-policy working storage, reloaded per gradebook like
      *the scale. rowPolicy runs parallel to fileArray the way
      *rowValid does: space for an item that counts, 'L' for one
      *dropped as a category's lowest, 'E' for one excused - the
      *last two leave both the earned and the possible totals.
       01 PolicyFileName PIC X(25).
       01 PolicyFileStatus PIC X(2).
       01 PolicyEOF PIC A(1).
       01 PolDropView.
           05 PolDropCat PIC X(20).
           05 PolDropCount PIC 9(2).
       01 PolExcuseView.
           05 PolExStudent PIC X(10).
           05 PolExAsgName PIC X(20).
           05 PolExReason PIC X(20).
       01 DropCount PIC 9(3) VALUE 0.
       01 dropArray.
           05 dropRow OCCURS 20 TIMES.
              10 drCat PIC X(20).
              10 drCount PIC 9(2).
       01 ExcuseCount PIC 9(3) VALUE 0.
       01 excuseArray.
           05 excuseRow OCCURS 200 TIMES.
              10 exStudent PIC X(10).
              10 exAsg PIC X(20).
              10 exReason PIC X(20).
       01 policyArray.
           05 rowPolicy OCCURS 0 TO 5000 TIMES DEPENDING ON RowCount
              PIC X(1).
       01 polIdx PIC 9(3).
       01 dropsDone PIC 9(3).
       01 lowRow PIC 9(5).
       01 countedRows PIC 9(5).
       01 lowCross PIC 9(28).
       01 rowCross PIC 9(28).
       01 policyNote PIC X(40).
      *The weight of any category every one of whose items was
      *excused - taken out of the grade's base rather than counted
      *as work still to come.
       01 weightExcused PIC 9(3).
       01 weightBase PIC 9(3).

      *Delimited-export working storage. The feed is asked for once
      *per run, like the gradebook layout, so an unattended batch
      *carries one more fixed answer in its input stream. Fields
       01 zGrade PIC ZZ9.
       01 zExc PIC ZZZZ9.

      *Item-analysis working storage. Each assignment's statistics
      *are held per definition until every definition has been
      *worked, since the low-mean flag compares an item against the
      *others in its category. Percentages carry one decimal place.
      *The scores for one item go through the shared QUICKSORT
      *routine, on its own key/index tables, for the median.
       01 ItemFileName PIC X(25).
       01 itemLine PIC X(100).
       01 itemArray.
           05 itemRow OCCURS 500 TIMES.
              10 itGraded PIC 9(3).
              10 itMissing PIC 9(3).
              10 itMean PIC 9(4)V9.
              10 itMedian PIC 9(4)V9.
              10 itHigh PIC 9(4)V9.
              10 itLow PIC 9(4)V9.
              10 itStdDev PIC 9(4)V9.
              10 itLowMean PIC A(1).
       01 itmSortCount PIC 9(5).
       01 itmKeys.
           05 itmKey PIC X(32) OCCURS 0 TO 5000 TIMES
              DEPENDING ON itmSortCount.
       01 itmIndex.
           05 itmIdx PIC 9(5) OCCURS 0 TO 5000 TIMES
              DEPENDING ON itmSortCount.
       01 itmLowPos PIC 9(5).
       01 itmHighPos PIC 9(5).
       01 itmMid PIC 9(5).
       01 itmPct PIC 9(4)V9.
       01 itmPctTenths PIC 9(5).
       01 itmSum PIC 9(9)V9.
       01 itmSumSq PIC 9(12)V99.
       01 itmVariance PIC S9(9)V9(4).
       01 itmFound PIC A(1).
       01 itmExcused PIC A(1).
       01 itmOtherSum PIC 9(9)V9.
       01 itmOtherCount PIC 9(3).
       01 itmOtherMean PIC 9(4)V9.
       01 itmFlagged PIC 9(3).
       01 zPct PIC ZZZ9.9.
       01 zCount PIC ZZ9.
      *How far below the mean of the other items in its category an
      *item's own mean may sit before the analysis flags it.
       01 ItemLowBand PIC 9(3) VALUE 20.

      *Completion-status working storage - whole-run totals across
      *every roster entry, handed back to Dispatcher at GOBACK. A
      *run counts as FAILED when any roster entry's gradebook had
       01 CompGrdFileStatus PIC X(2).
       01 CompGrdOpen PIC A(1) VALUE 'N'.

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

      *Checkpoint working storage. Only records up to the last 'E'
      *count on a restart - anything after it belongs to the entry
      *that was cut short, which is simply run again. A journal
      *written for another roster, layout, or deficiency threshold
      *is not this run's, and the run starts from the top.
       01 CheckpointFileName PIC X(20) VALUE 'GRADERPT.CKP'.
       01 CheckpointFileStatus PIC X(2).
       01 CheckpointOpen PIC A(1) VALUE 'N'.
       01 CkEOF PIC A(1).
       01 CkHeadView.
           05 CkhRoster PIC X(25).
           05 CkhMode PIC X(1).
           05 CkhDefText PIC X(10).
       01 CkRunHead PIC X(36).
       01 CkBatchView.
           05 CkbSection PIC X(31).
           05 CkbGrade PIC 9(3).
           05 CkbExcCount PIC 9(5).
           05 CkbCatSumm PIC X(50).
       01 CkEndView.
           05 CkeEntry PIC 9(5).
           05 CkeName PIC X(20).
           05 CkeSections PIC 9(5).
           05 CkeStudents PIC 9(5).
           05 CkeExcTotal PIC 9(5).
           05 CkeSkips PIC 9(5).
           05 CkeClosedSkips PIC 9(5).
       01 CkRecNum PIC 9(7).
       01 CkLastEnd PIC 9(7).
       01 CkHeadMatch PIC A(1).
       01 RosterEntry PIC 9(5).
       01 ResumeAfter PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      *A single gradebook file is simply a one-line roster, so
      *everything below runs through the same roster loop whether
           DISPLAY 'Reopen closed sections this run? (Y/N): '.
           ACCEPT ReopenMode.
           MOVE FUNCTION UPPER-CASE(ReopenMode) TO ReopenMode.
      *Only a reopen asks who is at the terminal - an ordinary run
      *guards nothing, so its job deck needs no operator answer. An
      *operator without the reopen right runs on with closed
      *sections refused, as if N had been answered.
           IF ReopenMode EQUAL 'Y'
              PERFORM IDENTIFY-OPERATOR
              IF rtReopen NOT EQUAL 'Y'
                 DISPLAY 'REFUSED: operator '
                    FUNCTION TRIM(operatorId)
                    ' may not reopen closed sections'
                 MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp
                 MOVE SPACES TO RunLogLine
                 STRING RunLogTimestamp ' GradeReport '
                    FUNCTION TRIM(operatorId)
                    ' REFUSED - not authorized to reopen sections'
                    DELIMITED BY SIZE INTO RunLogLine
                 OPEN EXTEND RUNLOGFILE
                 IF RunLogFileStatus NOT EQUAL '00'
                    OPEN OUTPUT RUNLOGFILE
                 END-IF
                 WRITE RUNLOG-REC FROM RunLogLine
                 CLOSE RUNLOGFILE
                 MOVE 'N' TO ReopenMode
              END-IF
           END-IF.
           MOVE 'N' TO TermStatOpen.
           OPEN I-O TERMSTATFILE.
           IF TermStatFileStatus EQUAL '00'
           END-IF.
           DISPLAY 'Roster File (list of gradebook files): '.
           ACCEPT RosterFileName.
           PERFORM LOAD-CHECKPOINT.
           OPEN INPUT ROSTERFILE.
           MOVE 'N' TO RosterEOF.
           SET RosterEntry TO 0.
           PERFORM UNTIL RosterEOF = 'Y'
              READ ROSTERFILE INTO fileString
                 AT END MOVE 'Y' TO RosterEOF
              END-READ
              IF RosterEOF NOT EQUAL 'Y'
                 ADD 1 TO RosterEntry
                 IF RosterEntry > ResumeAfter
                    PERFORM BEGIN-CHECKPOINT-ENTRY
                    PERFORM PROCESS-GRADEBOOK
                    PERFORM END-CHECKPOINT-ENTRY
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ROSTERFILE.
                 ' (rerun with reopen to reprocess)'
           END-IF.

      *The run got to the end, so there is nothing left to resume -
      *the journal is emptied the way Dispatcher resets its own
      *checkpoint once the batch completes.
           OPEN OUTPUT CHECKPOINTFILE.
           CLOSE CHECKPOINTFILE.
           PERFORM WRITE-JOB-STATUS.

      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
              END-IF
              WRITE DEFLIST-REC FROM defLine
              ADD 1 TO DefListCount
              MOVE 'D' TO CkRecType
              MOVE defLine TO CkRecRest
              PERFORM WRITE-CHECKPOINT-REC
           END-IF.
      * End CHECK-DEFICIENCY.

              END-PERFORM
              MOVE FUNCTION TRIM(catSummWork)
                 TO bCatSumm(BatchCount)
              MOVE bSection(BatchCount) TO CkbSection
              MOVE bGrade(BatchCount) TO CkbGrade
              MOVE bExcCount(BatchCount) TO CkbExcCount
              MOVE bCatSumm(BatchCount) TO CkbCatSumm
              MOVE 'B' TO CkRecType
              MOVE CkBatchView TO CkRecRest
              PERFORM WRITE-CHECKPOINT-REC
           END-IF.
      * End NOTE-BATCH-RESULT.

              FUNCTION TRIM(BatchSumFileName).
      * End WRITE-BATCH-COMPARISON.

      *Reads the checkpoint journal, if there is one for this run,
      *and puts the run back where its last finished roster entry
      *left it: the totals from the last 'E' record, the comparison
      *rows and deficiency lines written up to it, and ResumeAfter
      *set so the roster loop picks up with the next entry. The
      *first pass finds the last 'E'; the second restores up to it.
      *With no journal to resume, a fresh one is started.
       LOAD-CHECKPOINT.
           SET ResumeAfter TO 0.
           MOVE SPACES TO CkHeadView.
           MOVE RosterFileName TO CkhRoster.
           MOVE GradebookMode TO CkhMode.
           MOVE DefThresholdText TO CkhDefText.
           MOVE CkHeadView TO CkRunHead.
           SET CkRecNum TO 0.
           SET CkLastEnd TO 0.
           MOVE 'N' TO CkHeadMatch.
           OPEN INPUT CHECKPOINTFILE.
           IF CheckpointFileStatus EQUAL '00'
              MOVE 'N' TO CkEOF
              PERFORM UNTIL CkEOF = 'Y'
                 READ CHECKPOINTFILE
                    AT END MOVE 'Y' TO CkEOF
                 END-READ
                 IF CkEOF NOT EQUAL 'Y'
                    ADD 1 TO CkRecNum
                    EVALUATE CkRecType
                       WHEN 'H'
                          IF CkRecRest(1:36) EQUAL CkRunHead
                             MOVE 'Y' TO CkHeadMatch
                          END-IF
                       WHEN 'E'
                          MOVE CkRecRest TO CkEndView
                          MOVE CkRecNum TO CkLastEnd
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE CHECKPOINTFILE
           END-IF.
           IF CkLastEnd > 0 AND CkHeadMatch EQUAL 'Y'
              PERFORM VERIFY-RESUME-POINT
           END-IF.
           IF CkLastEnd EQUAL 0 OR CkHeadMatch NOT EQUAL 'Y'
              OPEN OUTPUT CHECKPOINTFILE
              MOVE 'H' TO CkRecType
              MOVE CkRunHead TO CkRecRest
              WRITE CHECKPOINT-REC
              CLOSE CHECKPOINTFILE
              EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CHECKPOINTFILE.
           SET CkRecNum TO 0.
           MOVE 'N' TO CkEOF.
           PERFORM UNTIL CkEOF = 'Y' OR CkRecNum >= CkLastEnd
              READ CHECKPOINTFILE
                 AT END MOVE 'Y' TO CkEOF
              END-READ
              IF CkEOF EQUAL 'Y'
                 EXIT PERFORM
              END-IF
              ADD 1 TO CkRecNum
              EVALUATE CkRecType
                 WHEN 'B'
                    IF BatchCount < 300
                       ADD 1 TO BatchCount
                       MOVE CkRecRest TO CkBatchView
                       MOVE CkbSection TO bSection(BatchCount)
                       MOVE CkbGrade TO bGrade(BatchCount)
                       MOVE CkbExcCount TO bExcCount(BatchCount)
                       MOVE CkbCatSumm TO bCatSumm(BatchCount)
                    END-IF
                 WHEN 'D'
                    IF WantDeficiency EQUAL 'Y'
                       WRITE DEFLIST-REC FROM CkRecRest(1:100)
                       ADD 1 TO DefListCount
                    END-IF
              END-EVALUATE
           END-PERFORM.
           CLOSE CHECKPOINTFILE.
           MOVE CkeEntry TO ResumeAfter.
           MOVE CkeSections TO SectionsDone.
           MOVE CkeStudents TO StudentsDone.
           MOVE CkeExcTotal TO ExcTotal.
           MOVE CkeSkips TO SkipCount.
           MOVE CkeClosedSkips TO ClosedSkips.
           PERFORM COMPACT-CHECKPOINT.

           MOVE ResumeAfter TO tempNum.
           DISPLAY 'Restarting after roster entry '
              FUNCTION TRIM(tempNum) ' ('
              FUNCTION TRIM(CkeName) ') - finished entries are'
              ' not run again'.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp " GradeReport "
              FUNCTION TRIM(RosterFileName)
              " RESTARTED - resuming after entry "
              FUNCTION TRIM(tempNum) " "
              FUNCTION TRIM(CkeName)
              DELIMITED BY SIZE INTO RunLogLine
           OPEN EXTEND RUNLOGFILE.
           IF RunLogFileStatus NOT EQUAL '00'
              OPEN OUTPUT RUNLOGFILE
           END-IF
           WRITE RUNLOG-REC FROM RunLogLine.
           CLOSE RUNLOGFILE.
      * End LOAD-CHECKPOINT.

      *The roster must still list the checkpointed entry where the
      *journal says it was - a roster edited since the interrupted
      *run cannot be resumed by position, so it runs from the top.
       VERIFY-RESUME-POINT.
           OPEN INPUT ROSTERFILE.
           MOVE 'N' TO RosterEOF.
           MOVE SPACES TO fileString.
           SET RosterEntry TO 0.
           PERFORM UNTIL RosterEOF = 'Y' OR RosterEntry >= CkeEntry
              READ ROSTERFILE INTO fileString
                 AT END MOVE 'Y' TO RosterEOF
              END-READ
              IF RosterEOF NOT EQUAL 'Y'
                 ADD 1 TO RosterEntry
              END-IF
           END-PERFORM.
           CLOSE ROSTERFILE.
           IF RosterEntry NOT EQUAL CkeEntry
           OR fileString NOT EQUAL CkeName
              DISPLAY 'WARNING: roster '
                 FUNCTION TRIM(RosterFileName)
                 ' no longer matches its checkpoint - starting'
                 ' from the top'
              MOVE 'N' TO CkHeadMatch
           END-IF.
      * End VERIFY-RESUME-POINT.

      *Rewrites the journal as just what was restored - header,
      *comparison rows, deficiency lines, one 'E' - so the records
      *of the entry that was cut short cannot be mistaken for part
      *of a later finished one. The deficiency lines are read back
      *from the list just rebuilt, which then reopens for append.
       COMPACT-CHECKPOINT.
           OPEN OUTPUT CHECKPOINTFILE.
           MOVE 'H' TO CkRecType.
           MOVE CkRunHead TO CkRecRest.
           WRITE CHECKPOINT-REC.
           SET batchIdx TO 1.
           PERFORM UNTIL batchIdx > BatchCount
              MOVE bSection(batchIdx) TO CkbSection
              MOVE bGrade(batchIdx) TO CkbGrade
              MOVE bExcCount(batchIdx) TO CkbExcCount
              MOVE bCatSumm(batchIdx) TO CkbCatSumm
              MOVE 'B' TO CkRecType
              MOVE CkBatchView TO CkRecRest
              WRITE CHECKPOINT-REC
              ADD 1 TO batchIdx
           END-PERFORM.
           IF WantDeficiency EQUAL 'Y'
              CLOSE DEFLISTFILE
              OPEN INPUT DEFLISTFILE
              MOVE 'N' TO CkEOF
              PERFORM UNTIL CkEOF = 'Y'
                 READ DEFLISTFILE
                    AT END MOVE 'Y' TO CkEOF
                 END-READ
                 IF CkEOF NOT EQUAL 'Y'
                    MOVE 'D' TO CkRecType
                    MOVE DEFLIST-REC TO CkRecRest
                    WRITE CHECKPOINT-REC
                 END-IF
              END-PERFORM
              CLOSE DEFLISTFILE
              OPEN EXTEND DEFLISTFILE
           END-IF.
           MOVE 'E' TO CkRecType.
           MOVE CkEndView TO CkRecRest.
           WRITE CHECKPOINT-REC.
           CLOSE CHECKPOINTFILE.
      * End COMPACT-CHECKPOINT.

      *The journal stays open for append while one roster entry
      *runs, so the rows that entry produces land in it as they are
      *made. A journal that won't open costs the restart, not the
      *run.
       BEGIN-CHECKPOINT-ENTRY.
           OPEN EXTEND CHECKPOINTFILE.
           IF CheckpointFileStatus EQUAL '00'
              MOVE 'Y' TO CheckpointOpen
           ELSE
              MOVE 'N' TO CheckpointOpen
           END-IF.
      * End BEGIN-CHECKPOINT-ENTRY.

      *The roster entry is fully finished - its reports, logs, and
      *extracts all written - so the 'E' record marks it done, with
      *the whole-run totals as they now stand.
       END-CHECKPOINT-ENTRY.
           MOVE RosterEntry TO CkeEntry.
           MOVE fileString TO CkeName.
           MOVE SectionsDone TO CkeSections.
           MOVE StudentsDone TO CkeStudents.
           MOVE ExcTotal TO CkeExcTotal.
           MOVE SkipCount TO CkeSkips.
           MOVE ClosedSkips TO CkeClosedSkips.
           MOVE 'E' TO CkRecType.
           MOVE CkEndView TO CkRecRest.
           PERFORM WRITE-CHECKPOINT-REC.
           IF CheckpointOpen EQUAL 'Y'
              CLOSE CHECKPOINTFILE
              MOVE 'N' TO CheckpointOpen
           END-IF.
      * End END-CHECKPOINT-ENTRY.

       WRITE-CHECKPOINT-REC.
           IF CheckpointOpen EQUAL 'Y'
              WRITE CHECKPOINT-REC
           END-IF.
      * End WRITE-CHECKPOINT-REC.

      *Hands this run's completion status back to Dispatcher: OK
      *only when every roster entry was actually processed, plus the
      *whole-run counts the batch summary reports. Rewritten whole
      *has already been confirmed to open cleanly.
       PROCESS-GRADEBOOK-BODY.
           PERFORM LOAD-GRADE-SCALE.
           PERFORM LOAD-GRADING-POLICY.
           STRING FUNCTION TRIM(fileString) '.RPT'
              DELIMITED BY SIZE INTO ReportFileName.
           OPEN OUTPUT REPORTFILE.
      *.RPT, their own exceptions pass, and their own run-log line.
       PROCESS-CLASS-GRADEBOOK.
           PERFORM LOAD-GRADE-SCALE.
           PERFORM LOAD-GRADING-POLICY.
           PERFORM LOAD-CLASS-GRADEBOOK.
           PERFORM APPLY-CHANGE-REQUESTS.
           STRING FUNCTION TRIM(fileString) '.RPT'
              DELIMITED BY SIZE INTO ExcFileName.
           OPEN OUTPUT EXCFILE.
           PERFORM FLAG-ORPHAN-GRADE-ROWS.
           PERFORM WRITE-ITEM-ANALYSIS.
           IF WantExport EQUAL 'Y'
              PERFORM OPEN-EXPORT-FILE
           END-IF.
           END-PERFORM.
      * End FLAG-ORPHAN-GRADE-ROWS.

      *The class gradebook's item analysis, written to the .ITM
      *file next to the .RPT from the grade rows as loaded (approved
      *changes already applied): per assignment definition, how
      *many students were graded, the mean, median, high, and low
      *as a percentage of the definition's possible points, the
      *standard deviation, and how many students have no grade row
      *or zero points. A student excused from the item under the
      *grading policy is left out of all of it. Any item whose mean
      *sits more than ItemLowBand points under the mean of the other
      *items in its category is flagged.
       WRITE-ITEM-ANALYSIS.
           SET Counter TO 1.
           PERFORM UNTIL Counter > DefCount
              PERFORM ANALYZE-ONE-ITEM
              ADD 1 TO Counter
           END-PERFORM.
           SET itmFlagged TO 0.
           SET Counter TO 1.
           PERFORM UNTIL Counter > DefCount
              PERFORM CHECK-ITEM-LOW-MEAN
              ADD 1 TO Counter
           END-PERFORM.

           MOVE SPACES TO ItemFileName.
           STRING FUNCTION TRIM(fileString) '.ITM'
              DELIMITED BY SIZE INTO ItemFileName.
           OPEN OUTPUT ITEMFILE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
           MOVE CurrentDate(5:2) TO ReportDate-MM.
           MOVE CurrentDate(7:2) TO ReportDate-DD.
           MOVE CurrentDate(1:4) TO ReportDate-YYYY.
           MOVE SPACES TO itemLine.
           STRING 'Item Analysis   File: ' FUNCTION TRIM(fileString)
              '   Date: ' ReportDate
              DELIMITED BY SIZE INTO itemLine.
           WRITE ITEM-REC FROM itemLine.
           MOVE StuCount TO tempNum.
           MOVE SPACES TO itemLine.
           STRING 'Students on gradebook: ' FUNCTION TRIM(tempNum)
              '   (percentages of points possible)'
              DELIMITED BY SIZE INTO itemLine.
           WRITE ITEM-REC FROM itemLine.
           MOVE SPACES TO itemLine.
           WRITE ITEM-REC FROM itemLine.
           MOVE SPACES TO itemLine.
           MOVE 'ASSIGNMENT' TO itemLine(1:10).
           MOVE 'CATEGORY' TO itemLine(22:8).
           MOVE 'GRD' TO itemLine(33:3).
           MOVE 'MEAN' TO itemLine(40:4).
           MOVE 'MEDIAN' TO itemLine(45:6).
           MOVE 'HIGH' TO itemLine(54:4).
           MOVE 'LOW' TO itemLine(62:3).
           MOVE 'STDEV' TO itemLine(67:5).
           MOVE 'NONE/0' TO itemLine(73:6).
           WRITE ITEM-REC FROM itemLine.

           SET Counter TO 1.
           PERFORM UNTIL Counter > DefCount
              MOVE SPACES TO itemLine
              MOVE defName(Counter) TO itemLine(1:20)
              MOVE defCat(Counter) TO itemLine(22:10)
              MOVE itGraded(Counter) TO zCount
              MOVE zCount TO itemLine(33:3)
              IF itGraded(Counter) > 0
                 MOVE itMean(Counter) TO zPct
                 MOVE zPct TO itemLine(38:6)
                 MOVE itMedian(Counter) TO zPct
                 MOVE zPct TO itemLine(45:6)
                 MOVE itHigh(Counter) TO zPct
                 MOVE zPct TO itemLine(52:6)
                 MOVE itLow(Counter) TO zPct
                 MOVE zPct TO itemLine(59:6)
                 MOVE itStdDev(Counter) TO zPct
                 MOVE zPct TO itemLine(66:6)
              END-IF
              MOVE itMissing(Counter) TO zCount
              MOVE zCount TO itemLine(75:3)
              IF itLowMean(Counter) EQUAL 'Y'
                 MOVE '*LOW-MEAN*' TO itemLine(80:10)
              END-IF
              WRITE ITEM-REC FROM itemLine
              ADD 1 TO Counter
           END-PERFORM.
           CLOSE ITEMFILE.
           DISPLAY 'Item analysis written to '
              FUNCTION TRIM(ItemFileName).
           IF itmFlagged > 0
              MOVE itmFlagged TO tempNum
              DISPLAY 'NOTE: ' FUNCTION TRIM(tempNum)
                 ' item(s) flagged with a mean far below their'
                 ' category - check for a miskeyed answer'
           END-IF.
      * End WRITE-ITEM-ANALYSIS.

      *Works the statistics for the definition in Counter. Each
      *student's first grade row for the item is the one counted,
      *the same row BUILD-STUDENT-TABLE would post; the standard
      *deviation is the population figure over the graded students.
       ANALYZE-ONE-ITEM.
           SET itGraded(Counter) TO 0.
           SET itMissing(Counter) TO 0.
           MOVE 0 TO itMean(Counter).
           MOVE 0 TO itMedian(Counter).
           MOVE 0 TO itHigh(Counter).
           MOVE 0 TO itLow(Counter).
           MOVE 0 TO itStdDev(Counter).
           MOVE 'N' TO itLowMean(Counter).
           SET itmSortCount TO 0.
           SET itmSum TO 0.
           SET itmSumSq TO 0.
           SET StuIdx TO 1.
           PERFORM UNTIL StuIdx > StuCount
              PERFORM CHECK-ITEM-EXCUSED
              IF itmExcused NOT EQUAL 'Y'
                 PERFORM NOTE-ITEM-SCORE
              END-IF
              ADD 1 TO StuIdx
           END-PERFORM.
           IF itmSortCount EQUAL 0
              EXIT PARAGRAPH
           END-IF.
           MOVE itmSortCount TO itGraded(Counter).
           COMPUTE itMean(Counter) ROUNDED = itmSum / itmSortCount.
           COMPUTE itmVariance = (itmSumSq / itmSortCount)
              - (itmSum / itmSortCount) * (itmSum / itmSortCount).
           IF itmVariance > 0
              COMPUTE itStdDev(Counter) ROUNDED =
                 FUNCTION SQRT(itmVariance)
           END-IF.
           SET itmLowPos TO 1.
           SET itmHighPos TO itmSortCount.
           IF itmSortCount > 1
              CALL "QUICKSORT" USING itmKeys, itmIndex, itmSortCount,
                 itmLowPos, itmHighPos
           END-IF.
           MOVE itmKey(1)(28:5) TO itmPctTenths.
           COMPUTE itLow(Counter) = itmPctTenths / 10.
           MOVE itmKey(itmSortCount)(28:5) TO itmPctTenths.
           COMPUTE itHigh(Counter) = itmPctTenths / 10.
           COMPUTE itmMid = (itmSortCount + 1) / 2.
           MOVE itmKey(itmMid)(28:5) TO itmPctTenths.
           COMPUTE itMedian(Counter) = itmPctTenths / 10.
           IF FUNCTION MOD(itmSortCount, 2) EQUAL 0
              ADD 1 TO itmMid
              MOVE itmKey(itmMid)(28:5) TO itmPctTenths
              COMPUTE itMedian(Counter) ROUNDED =
                 (itMedian(Counter) + itmPctTenths / 10) / 2
           END-IF.
      * End ANALYZE-ONE-ITEM.

      *Is the student in StuIdx excused from the definition in
      *Counter under this gradebook's grading policy?
       CHECK-ITEM-EXCUSED.
           MOVE 'N' TO itmExcused.
           SET polIdx TO 1.
           PERFORM UNTIL polIdx > ExcuseCount
              IF exStudent(polIdx) EQUAL stuId(StuIdx)
              AND exAsg(polIdx) EQUAL defName(Counter)
                 MOVE 'Y' TO itmExcused
                 EXIT PERFORM
              END-IF
              ADD 1 TO polIdx
           END-PERFORM.
      * End CHECK-ITEM-EXCUSED.

      *Finds the student's grade row for the item; a missing row or
      *a zero score counts toward the no-grade figure, and a posted
      *row goes into the sums and the sort for the median.
       NOTE-ITEM-SCORE.
           MOVE 'N' TO itmFound.
           SET GrdIdx TO 1.
           PERFORM UNTIL GrdIdx > GrdCount
              IF grStudent(GrdIdx) EQUAL stuId(StuIdx)
              AND grAsg(GrdIdx) EQUAL defName(Counter)
                 MOVE 'Y' TO itmFound
                 EXIT PERFORM
              END-IF
              ADD 1 TO GrdIdx
           END-PERFORM.
           IF itmFound NOT EQUAL 'Y'
              ADD 1 TO itMissing(Counter)
              EXIT PARAGRAPH
           END-IF.
           IF grEarned(GrdIdx) EQUAL 0
              ADD 1 TO itMissing(Counter)
           END-IF.
           MOVE 0 TO itmPct.
           IF defPossible(Counter) > 0
              COMPUTE itmPct ROUNDED =
                 (grEarned(GrdIdx) * 100) / defPossible(Counter)
           END-IF.
           ADD 1 TO itmSortCount.
           COMPUTE itmPctTenths = itmPct * 10.
           MOVE itmPctTenths TO sortKeyNum.
           MOVE sortKeyNum TO itmKey(itmSortCount).
           MOVE StuIdx TO itmIdx(itmSortCount).
           ADD itmPct TO itmSum.
           COMPUTE itmSumSq = itmSumSq + (itmPct * itmPct).
      * End NOTE-ITEM-SCORE.

      *Holds the item in Counter against the mean of the other
      *graded items in its category - an item alone in its category,
      *or with no graded students, has nothing to be held against.
       CHECK-ITEM-LOW-MEAN.
           IF itGraded(Counter) EQUAL 0
              EXIT PARAGRAPH
           END-IF.
           SET itmOtherSum TO 0.
           SET itmOtherCount TO 0.
           SET Counter2 TO 1.
           PERFORM UNTIL Counter2 > DefCount
              IF Counter2 NOT EQUAL Counter
              AND defCat(Counter2) EQUAL defCat(Counter)
              AND itGraded(Counter2) > 0
                 ADD itMean(Counter2) TO itmOtherSum
                 ADD 1 TO itmOtherCount
              END-IF
              ADD 1 TO Counter2
           END-PERFORM.
           IF itmOtherCount EQUAL 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE itmOtherMean ROUNDED = itmOtherSum / itmOtherCount.
           IF itmOtherMean > itMean(Counter) + ItemLowBand
              MOVE 'Y' TO itLowMean(Counter)
              ADD 1 TO itmFlagged
              DISPLAY 'WARNING: ' FUNCTION TRIM(defName(Counter))
                 ' mean is far below the rest of '
                 FUNCTION TRIM(defCat(Counter))
           END-IF.
      * End CHECK-ITEM-LOW-MEAN.

      *Rebuilds fileArray for the student in StudentId: one row per
      *section-wide assignment definition, with that student's own
      *earned points posted against it. An assignment the student
              ADD 1 TO Counter
           END-PERFORM.

      *Excused and dropped items are marked before any totals are
      *taken, so neither side of any figure below includes them.
           PERFORM APPLY-GRADING-POLICY.

      *Then, I'll calculate a couple things for our future math

           SET Counter TO 1.
           SET currentPoints TO 0.
           PERFORM UNTIL Counter > RowCount
              IF rowValid(Counter) EQUAL 'Y'
              AND rowPolicy(Counter) EQUAL SPACE
                 ADD FUNCTION NUMVAL(pE(Counter)) TO currentPoints
              END-IF
              ADD 1 TO Counter
           SET pointsAvailable TO 0.
           PERFORM UNTIL Counter > RowCount
              IF rowValid(Counter) EQUAL 'Y'
              AND rowPolicy(Counter) EQUAL SPACE
                 ADD FUNCTION NUMVAL(pP(Counter))TO pointsAvailable
              END-IF
              ADD 1 TO Counter
      *Roll each assignment up into its Category, using the weight
      *that came in on the data file rather than assuming every
      *category (or every assignment) is worth the same amount.
      *An excused or dropped item still brings its category into
      *the table, so the weights keep totalling 100, but adds
      *nothing to either of the category's point totals.
           SET Counter TO 1.
           PERFORM UNTIL Counter > RowCount
              IF rowValid(Counter) EQUAL 'Y'
                 SET Counter2 TO 1
                 PERFORM UNTIL Counter2 > CatCount
                    IF catName(Counter2) EQUAL cat(Counter)
                       EXIT PERFORM
                    END-IF
                    ADD 1 TO Counter2
                    ADD 1 TO CatCount
                    MOVE cat(Counter) TO catName(CatCount)
                    MOVE cWt(Counter) TO catWeight(CatCount)
                    MOVE 0 TO catPossible(CatCount)
                    MOVE 0 TO catEarned(CatCount)
                 END-IF
                 IF rowPolicy(Counter) EQUAL SPACE
                    ADD pP(Counter) TO catPossible(Counter2)
                    ADD pE(Counter) TO catEarned(Counter2)
                 END-IF
              END-IF
              ADD 1 TO Counter
      *graded work in them so far (the usual "ignore future work"
      *current-grade convention). Min/max project the weight that
      *hasn't shown up in the gradebook yet to 0%/100% respectively.
      *A category left with nothing counted - every item in it
      *excused - is neither present nor still to come: its weight
      *comes out of the base the min/max are taken over.
           SET weightPresent TO 0.
           SET weightExcused TO 0.
           SET weightedCurrentSum TO 0.
           SET Counter2 TO 1.
           PERFORM UNTIL Counter2 > CatCount
              IF catPossible(Counter2) > 0
                 COMPUTE catPct =
                    (catEarned(Counter2) * 100) / catPossible(Counter2)
                 COMPUTE weightedCurrentSum =
                    weightedCurrentSum + (catPct * catWeight(Counter2))
                 ADD catWeight(Counter2) TO weightPresent
              ELSE
                 ADD catWeight(Counter2) TO weightExcused
              END-IF
              ADD 1 TO Counter2
           END-PERFORM.

           SET currentGrade TO 0.
           SET maxGrade TO 0.
           SET minGrade TO 0.
           IF TotalCatWeight EQUAL 100 AND weightExcused < 100
              COMPUTE weightBase = 100 - weightExcused
              IF weightPresent > 0
                 COMPUTE currentGrade =
                    weightedCurrentSum / weightPresent
              END-IF
              IF weightPresent > 0 OR weightedCurrentSum > 0
                 COMPUTE maxGrade =
                    (weightedCurrentSum
                    + (weightBase - weightPresent) * 100)
                    / weightBase
                 COMPUTE minGrade = weightedCurrentSum / weightBase
              END-IF
           END-IF

              SET Counter TO 1
              PERFORM UNTIL Counter > RowCount
                 IF cat(Counter) EQUAL catName(Counter2)
                 AND rowValid(Counter) EQUAL 'Y'
                 AND rowPolicy(Counter) EQUAL SPACE THEN
                    SET cWeight TO 0
                    IF pP(Counter) > 0
                       COMPUTE cWeight =
                 PERFORM WRITE-REPORT-LINE
                 ADD 1 TO sortPos
              END-PERFORM
              PERFORM PRINT-POLICY-ROWS
              DISPLAY " "
              MOVE SPACES TO ReportLine
              PERFORM WRITE-REPORT-LINE
           END-IF.
      * End COMPUTE-AND-REPORT.

      *Marks the rows the grading policy takes out of this
      *student's totals: first every item excused for this student
      *(StudentId is spaces in single-student mode, matching an
      *excuse keyed with a blank student), then, per drop rule, the
      *category's lowest-scoring counted item, once per item the
      *rule drops. Only valid rows are ever marked - an invalid
      *row is already out of the math and on the exceptions file.
       APPLY-GRADING-POLICY.
           SET Counter TO 1.
           PERFORM UNTIL Counter > RowCount
              MOVE SPACE TO rowPolicy(Counter)
              IF rowValid(Counter) EQUAL 'Y'
                 SET polIdx TO 1
                 PERFORM UNTIL polIdx > ExcuseCount
                    IF exAsg(polIdx) EQUAL asgName(Counter)
                    AND exStudent(polIdx) EQUAL StudentId
                       MOVE 'E' TO rowPolicy(Counter)
                       EXIT PERFORM
                    END-IF
                    ADD 1 TO polIdx
                 END-PERFORM
              END-IF
              ADD 1 TO Counter
           END-PERFORM.
           SET polIdx TO 1.
           PERFORM UNTIL polIdx > DropCount
              SET dropsDone TO 0
              PERFORM UNTIL dropsDone >= drCount(polIdx)
                 PERFORM DROP-LOWEST-IN-CATEGORY
                 ADD 1 TO dropsDone
              END-PERFORM
              ADD 1 TO polIdx
           END-PERFORM.
      * End APPLY-GRADING-POLICY.

      *Drops the lowest-percentage item still counted in the drop
      *rule's category. Percentages are compared by cross-multiplying
      *earned by the other item's possible, so two items of unequal
      *size compare exactly, with no rounding; on a tie the earlier
      *item goes. The last counted item in a category is never
      *dropped - a category with nothing left in it would vanish
      *from the grade - so a rule asking for more drops than the
      *category can give stops there.
       DROP-LOWEST-IN-CATEGORY.
           SET lowRow TO 0.
           SET countedRows TO 0.
           SET Counter TO 1.
           PERFORM UNTIL Counter > RowCount
              IF cat(Counter) EQUAL drCat(polIdx)
              AND rowValid(Counter) EQUAL 'Y'
              AND rowPolicy(Counter) EQUAL SPACE
                 ADD 1 TO countedRows
                 IF lowRow EQUAL 0
                    SET lowRow TO Counter
                 ELSE
                    COMPUTE rowCross = pE(Counter) * pP(lowRow)
                    COMPUTE lowCross = pE(lowRow) * pP(Counter)
                    IF rowCross < lowCross
                       SET lowRow TO Counter
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO Counter
           END-PERFORM.
           IF countedRows > 1
              MOVE 'L' TO rowPolicy(lowRow)
           ELSE
              MOVE drCount(polIdx) TO dropsDone
           END-IF.
      * End DROP-LOWEST-IN-CATEGORY.

      *Prints, under the category in Counter2, the items the grading
      *policy left out of its totals - after the counted items, with
      *their points and why they were left out, so the report still
      *accounts for every item on the gradebook.
       PRINT-POLICY-ROWS.
           SET Counter TO 1.
           PERFORM UNTIL Counter > RowCount
              IF cat(Counter) EQUAL catName(Counter2)
              AND rowValid(Counter) EQUAL 'Y'
              AND rowPolicy(Counter) NOT EQUAL SPACE
                 MOVE pE(Counter) TO tempNum
                 MOVE pP(Counter) TO tempNum2
                 MOVE SPACES TO policyNote
                 IF rowPolicy(Counter) EQUAL 'L'
                    MOVE '(dropped - lowest)' TO policyNote
                 ELSE
                    MOVE '(excused)' TO policyNote
                    SET polIdx TO 1
                    PERFORM UNTIL polIdx > ExcuseCount
                       IF exAsg(polIdx) EQUAL asgName(Counter)
                       AND exStudent(polIdx) EQUAL StudentId
                       AND exReason(polIdx) NOT EQUAL SPACES
                          MOVE SPACES TO policyNote
                          STRING '(excused - '
                             FUNCTION TRIM(exReason(polIdx)) ')'
                             DELIMITED BY SIZE INTO policyNote
                          EXIT PERFORM
                       END-IF
                       ADD 1 TO polIdx
                    END-PERFORM
                 END-IF
                 DISPLAY asgName(Counter) FUNCTION TRIM(tempNum) "/"
                    FUNCTION TRIM(tempNum2) "    "
                    FUNCTION TRIM(policyNote)
                 STRING asgName(Counter) FUNCTION TRIM(tempNum) "/"
                    FUNCTION TRIM(tempNum2) "    "
                    FUNCTION TRIM(policyNote)
                    DELIMITED BY SIZE INTO ReportLine
                 PERFORM WRITE-REPORT-LINE
              END-IF
              ADD 1 TO Counter
           END-PERFORM.
      * End PRINT-POLICY-ROWS.

      *Opens the .EXP feed next to the gradebook, named on the same
      *convention as the .RPT and .EXC files.
       OPEN-EXPORT-FILE.

      *The same computed numbers the printed report shows, in a
      *second, delimited format: an 'A' record per assignment
      *(student, name, category, points, computed percentage, the
      *row's validity flag, and DROPPED or EXCUSED when the grading
      *policy took it out of the totals), then a 'T' trailer
      *carrying the student's current/min/max grades.
       WRITE-EXPORT-ROWS.
           SET Counter TO 1.
           PERFORM UNTIL Counter > RowCount
              MOVE pP(Counter) TO tempNum
              MOVE pE(Counter) TO tempNum2
              MOVE cWeight TO tempNum3
              MOVE SPACES TO policyNote
              EVALUATE rowPolicy(Counter)
                 WHEN 'L'
                    MOVE 'DROPPED' TO policyNote
                 WHEN 'E'
                    MOVE 'EXCUSED' TO policyNote
              END-EVALUATE
              MOVE SPACES TO expLine
              STRING 'A|' FUNCTION TRIM(StudentId) '|'
                 FUNCTION TRIM(asgName(Counter)) '|'
                 FUNCTION TRIM(tempNum) '|'
                 FUNCTION TRIM(tempNum2) '|'
                 FUNCTION TRIM(tempNum3) '|'
                 rowValid(Counter) '|'
                 FUNCTION TRIM(policyNote)
                 DELIMITED BY SIZE INTO expLine
              WRITE EXP-REC FROM expLine
              ADD 1 TO Counter
           END-IF.
      * End CHECK-SECTION-CLOSED.

      *Asks once for the operator at the terminal and copies their
      *rights out of the operator file. A missing file or an
      *unknown ID leaves no rights at all, so the guarded actions
      *fail closed rather than open.
       IDENTIFY-OPERATOR.
           MOVE SPACES TO operatorRights.
           DISPLAY 'Operator ID: '.
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

      *The operator's explicit reopen: status back to OPEN with a
      *fresh stamp, and an audit line naming the operator who did
      *it - a reprocessed closed section must be visible as a
      *decision, not an accident.
       REOPEN-SECTION.
           MOVE 'OPEN' TO TsStatus.
           MOVE FUNCTION CURRENT-DATE TO TsStamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp " GradeReport "
              FUNCTION TRIM(sectionKey)
              " REOPENED - by operator "
              FUNCTION TRIM(operatorId)
              DELIMITED BY SIZE INTO RunLogLine.
           OPEN EXTEND RUNLOGFILE.
           IF RunLogFileStatus NOT EQUAL '00'
           END-IF.
      * End LOAD-GRADE-SCALE.

      *Loads the optional .POL grading-policy file next to the
      *gradebook, by the same neighbor-file lookup the .SCL scale
      *uses. No file means no drops and no excusals - every item
      *counts, exactly as before. Records past a table's capacity
      *are warned about and ignored.
       LOAD-GRADING-POLICY.
           MOVE SPACES TO PolicyFileName.
           STRING FUNCTION TRIM(fileString) '.POL'
              DELIMITED BY SIZE INTO PolicyFileName.
           SET DropCount TO 0.
           SET ExcuseCount TO 0.
           MOVE 'N' TO PolicyEOF.
           OPEN INPUT POLICYFILE.
           IF PolicyFileStatus NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PolicyEOF = 'Y'
              READ POLICYFILE
                 AT END MOVE 'Y' TO PolicyEOF
              END-READ
              IF PolicyEOF NOT EQUAL 'Y'
                 EVALUATE PolRecType
                    WHEN 'D'
                       MOVE PolRecRest TO PolDropView
                       IF DropCount < 20
                          ADD 1 TO DropCount
                          MOVE PolDropCat TO drCat(DropCount)
                          MOVE PolDropCount TO drCount(DropCount)
                       ELSE
                          DISPLAY 'WARNING: drop-lowest rule limit '
                             'reached - rule ignored'
                       END-IF
                    WHEN 'X'
                       MOVE PolRecRest TO PolExcuseView
                       IF ExcuseCount < 200
                          ADD 1 TO ExcuseCount
                          MOVE PolExStudent TO exStudent(ExcuseCount)
                          MOVE PolExAsgName TO exAsg(ExcuseCount)
                          MOVE PolExReason TO exReason(ExcuseCount)
                       ELSE
                          DISPLAY 'WARNING: excused-item limit '
                             'reached - excusal ignored'
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           CLOSE POLICYFILE.
      * End LOAD-GRADING-POLICY.

      *Maps the percentage in gradeToMap to a letter through the
      *loaded scale: the entry with the highest cutoff at or below
      *the percentage wins, so the scale file's rows may come in any
