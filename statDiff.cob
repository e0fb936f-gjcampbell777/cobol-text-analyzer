*> Program Created by Gregory Campbell
*>
*>Modification History:
*>2026-10-15 GC new program - the vocabulary change report.  Given a
*>           document name (DIFF.PRM or the prompt) it reads the two
*>           word-frequency snapshots wordStat keeps for it on
*>           WORDSNAP.MST - its latest run and the run before - and
*>           writes DIFFRPT.TXT: the words that appeared since the
*>           prior run, the words that disappeared, and the words
*>           whose counts moved most, so legal and editorial can see
*>           what a revision actually changed instead of only that
*>           statTrend says it got longer.  Takes the run lock, since
*>           an analysis run rewrites the snapshots it reads.  A
*>           sibling of statTrend.

        identification division.
        program-id. statDiff.

        environment division.
        input-output section.
        file-control.
*>snap-file is the same indexed snapshot file wordStat keeps - walked
*>in key order from the document's first record
        select snap-file assign to "WORDSNAP.MST"
                organization is indexed
                access is dynamic
                record key is snap-key
                file status is snapFS.
*>diff-file gets the vocabulary change report
        select diff-file assign to "DIFFRPT.TXT"
                organization is line sequential
                file status is diffFS.
*>parm-file lets the operator stage the document name ahead of time -
*>first line the document's filename as the catalog knows it.  A
*>missing line comes from the ACCEPT prompt, same as statMaint
        select parm-file assign to "DIFF.PRM"
                organization is line sequential
                file status is parmFS.
*>lock-file serializes this read against wordStat, which rewrites a
*>document's snapshots as it analyzes it - whoever creates
*>WORDSTAT.LCK owns the shared files until it deletes the lock again
        select lock-file assign to "WORDSTAT.LCK"
                organization is line sequential
                file status is lockFS.

        data division.
        file section.
        fd snap-file.
*>the snapshot record exactly as wordStat writes it - the two
*>programs have to stay in step on this layout.  the header record of
*>a run has a blank word and the run's total word occurrences
            01 snap-record.
               02  snap-key.
                   03  snap-fname   pic x(30).
                   03  snap-runno   pic 9(5).
                   03  snap-word    pic x(20).
               02  snap-count       pic 9(8).
               02  snap-rundate     pic 9(8).
        fd diff-file.
            01 diffout     pic x(100).
        fd parm-file.
            01 parm-line   pic x(30).
        fd lock-file.
            01 lockout     pic x(30).

        working-storage section.
        77  snapFS           pic xx.
        77  diffFS           pic xx.
        77  parmFS           pic xx.
        77  docName          pic x(30).
        77  haveParmDoc      pic x        value "N".
            88  parm-doc-given      value "Y".
        77  snapDoneFlag     pic x        value "N".
            88  snap-done           value "Y".

*>the run lock - how long to wait between tries for a lock someone
*>else holds, how many tries before the report defers instead, and
*>the record left inside the lock file saying who holds it
        77  lockFS           pic xx.
        77  lockFileName     pic x(20)    value "WORDSTAT.LCK".
        77  lockRC           pic 9(9)     comp-5.
        77  lockTries        pic s9(4)    comp  value 0.
        77  lockMaxTries     pic s9(4)    comp  value 10.
        77  lockWaitSecs     pic 9(4)     comp  value 30.
        77  lockHeldFlag     pic x        value "N".
            88  lock-held           value "Y".
*>a held lock older than this many minutes is a leftover from an
*>abended run and gets broken rather than deferred to
        77  staleLockMins    pic s9(4)    comp  value 120.
        77  lockAgeMins      pic s9(9)    comp  value 0.
        77  lockNowDate      pic 9(8).
        77  lockNowTime      pic 9(8).
        77  lockNowTimeX     pic x(8).
        77  lockTimeX        pic x(8).
        01  lock-record.
           02  lck-date         pic 9(8).
           02  filler           pic x        value space.
           02  lck-time         pic 9(8).
           02  filler           pic x        value space.
           02  lck-owner        pic x(8).

*>how the report went - 0 clean, 4 written with warnings (only one
*>snapshot to show, or a word table overflowed), 8 no report (lock
*>deferred, no snapshots for the document, report not writable) -
*>handed back as the job step's return code
        77  runRC            pic s9(4)    comp  value 0.

*>the two generations on file for the document - run number, run
*>date and total word occurrences off each run's header record
        77  lateRunNo        pic 9(5)     value 0.
        77  lateDate         pic 9(8)     value 0.
        77  lateTokens       pic s9(9)    comp  value 0.
        77  priorRunNo       pic 9(5)     value 0.
        77  priorDate        pic 9(8)     value 0.
        77  priorTokens      pic s9(9)    comp  value 0.
        77  loadRunNo        pic 9(5).

*>each generation's words in key (word) order, as the snapshot file
*>hands them back.  the latest run's entries are marked during the
*>merge - appeared, or common with the prior run's count beside it -
*>and the prior run's entries that found no partner are marked gone
        01  late-table.
           02  lt-entry        occurs 50000 times.
               03  lt-word       pic x(20).
               03  lt-count      pic s9(8)    comp.
               03  lt-prior      pic s9(8)    comp.
               03  lt-state      pic x.
               03  lt-move       pic s9(8)    comp.
        77  lateTotal        pic s9(9)    comp  value 0.
        77  lateOverflow     pic s9(9)    comp  value 0.
        77  ltIdx            pic s9(9)    comp.
        01  prior-table.
           02  pt-entry        occurs 50000 times.
               03  pt-word       pic x(20).
               03  pt-count      pic s9(8)    comp.
               03  pt-state      pic x.
        77  priorTotal       pic s9(9)    comp  value 0.
        77  priorOverflow    pic s9(9)    comp  value 0.
        77  ptIdx            pic s9(9)    comp.
        77  mergeDoneFlag    pic x        value "N".
            88  merge-done          value "Y".
        77  loadLateFlag     pic x        value "N".
            88  loading-late        value "Y".

        77  appearedCount    pic s9(9)    comp  value 0.
        77  goneCount        pic s9(9)    comp  value 0.
        77  movedCount       pic s9(9)    comp  value 0.
        77  rptRank          pic s9(4)    comp.
        77  bestIdx          pic s9(9)    comp.
        77  bestMove         pic s9(8)    comp.
*>how many of the most-moved words the report lists
        77  topMoved         pic s9(4)    comp  value 25.

        01  diff-title.
           02  filler        pic x(26)
                    value "VOCABULARY CHANGE REPORT: ".
           02  diff-title-fname pic x(30).
        01  diff-blank-line.
           02  filler        pic x(100)   value spaces.
        01  diff-run-line.
           02  diff-run-tag     pic x(12).
           02  diff-run-no      pic z(4)9.
           02  filler           pic x(6)     value " date=".
           02  diff-run-date    pic 9(8).
           02  filler           pic x(18)
                    value " word occurrences=".
           02  diff-run-tokens  pic -(8)9.
           02  filler           pic x(16)    value " distinct words=".
           02  diff-run-distinct pic -(7)9.
        01  diff-single-line.
           02  filler        pic x(47)
                    value "only one snapshot on file - nothing to compare".
        01  diff-head-line.
           02  diff-head-text   pic x(60).
        01  diff-word-line.
           02  filler           pic x(3)     value spaces.
           02  diff-word        pic x(20).
           02  filler           pic x(7)     value " count=".
           02  diff-word-count  pic -(7)9.
        01  diff-move-line.
           02  filler           pic x(3)     value spaces.
           02  diff-move-word   pic x(20).
           02  filler           pic x(7)     value " prior=".
           02  diff-move-prior  pic -(7)9.
           02  filler           pic x(8)     value " latest=".
           02  diff-move-late   pic -(7)9.
           02  filler           pic x(8)     value " change=".
           02  diff-move-delta  pic +(7)9.
        01  diff-none-line.
           02  filler           pic x(7)     value spaces.
           02  filler           pic x(4)     value "none".
        01  diff-count-line.
           02  diff-count-label pic x(20).
           02  diff-count-out   pic -(8)9.
        01  diff-over-line.
           02  filler           pic x(29)
                    value "words not compared-table full".
           02  filler           pic x        value "=".
           02  diff-over-count  pic -(8)9.

*>Program settles the document name (staged or prompted), takes the
*>run lock, loads the document's two snapshots, and writes the change
*>report
        procedure division.
            perform getDiffParms.
            if not parm-doc-given
                display "Document name: "
                accept docName
            end-if.

            perform acquireRunLock.
            if not lock-held
                display "Run lock held - vocabulary report deferred: ",
                        lockFileName
                display "  held by ", lck-owner, " since ",
                        lck-date, " ", lck-time
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

            open input snap-file.
            if snapFS not = "00"
                display "No vocabulary snapshots on file: WORDSNAP.MST"
                perform releaseRunLock
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

            perform findGenerations.
            if lateRunNo = 0
                display "Document has no vocabulary snapshot: ", docName
                close snap-file
                perform releaseRunLock
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

            move "Y" to loadLateFlag.
            move lateRunNo to loadRunNo.
            perform loadGeneration.
            if priorRunNo > 0
                move "N" to loadLateFlag
                move priorRunNo to loadRunNo
                perform loadGeneration
            end-if.
            close snap-file.
            perform releaseRunLock.

            perform writeDiffReport.
            move runRC to return-code.
            stop run.

*>reads DIFF.PRM if it is present - the document's filename.  A
*>missing line just means the name still comes from the ACCEPT prompt
        getDiffParms.
            open input parm-file.
            if parmFS = "00"
                read parm-file into docName
                    at end move "10" to parmFS
                end-read
                if parmFS = "00"
                    move "Y" to haveParmDoc
                end-if
                close parm-file
            end-if.

*>bumps the run grade to completed-with-warnings / serious failure -
*>the grade only ever ratchets up, never back down
        flagRunWarning.
            if runRC < 4
                compute runRC = 4
            end-if.

        flagRunSerious.
            if runRC < 8
                compute runRC = 8
            end-if.

*>walks the document's snapshot records once to find the run numbers
*>on file - wordStat keeps two, but the newest two are taken however
*>many are there.  each run's header record carries its date and
*>total word occurrences
        findGenerations.
            move docName to snap-fname.
            compute snap-runno = 0.
            move low-values to snap-word.
            move "N" to snapDoneFlag.
            start snap-file key >= snap-key
                invalid key move "Y" to snapDoneFlag
            end-start.
            perform findGenerationRecord
                until snap-done.

        findGenerationRecord.
            read snap-file next record
                at end move "Y" to snapDoneFlag
            end-read.
            if not snap-done
                if snap-fname not = docName
                    move "Y" to snapDoneFlag
                else
                    if snap-word = spaces
                        perform noteGeneration
                    end-if
                end-if
            end-if.

*>records come back in run-number order, so each header found is
*>the newest so far - the one before it becomes the prior run
        noteGeneration.
            if snap-runno > lateRunNo
                move lateRunNo to priorRunNo
                move lateDate to priorDate
                compute priorTokens = lateTokens
                move snap-runno to lateRunNo
                move snap-rundate to lateDate
                compute lateTokens = snap-count
            end-if.

*>loads one run's words into its table, in the word order the file
*>keeps them in - the merge below depends on that order
        loadGeneration.
            move docName to snap-fname.
            move loadRunNo to snap-runno.
            move low-values to snap-word.
            move "N" to snapDoneFlag.
            start snap-file key >= snap-key
                invalid key move "Y" to snapDoneFlag
            end-start.
            perform loadGenerationRecord
                until snap-done.

        loadGenerationRecord.
            read snap-file next record
                at end move "Y" to snapDoneFlag
            end-read.
            if not snap-done
                if snap-fname not = docName
                   or snap-runno not = loadRunNo
                    move "Y" to snapDoneFlag
                else
                    if snap-word not = spaces
                        if loading-late
                            perform keepLateWord
                        else
                            perform keepPriorWord
                        end-if
                    end-if
                end-if
            end-if.

        keepLateWord.
            if lateTotal < 50000
                compute lateTotal = lateTotal + 1
                move snap-word to lt-word(lateTotal)
                compute lt-count(lateTotal) = snap-count
                compute lt-prior(lateTotal) = 0
                move "A" to lt-state(lateTotal)
                compute lt-move(lateTotal) = 0
            else
                compute lateOverflow = lateOverflow + 1
            end-if.

        keepPriorWord.
            if priorTotal < 50000
                compute priorTotal = priorTotal + 1
                move snap-word to pt-word(priorTotal)
                compute pt-count(priorTotal) = snap-count
                move "D" to pt-state(priorTotal)
            else
                compute priorOverflow = priorOverflow + 1
            end-if.

*>writes the change report - the two runs compared, then the words
*>that appeared, the words that disappeared and the biggest movers
        writeDiffReport.
            open output diff-file.
            if diffFS not = "00"
                display "Could not create vocabulary report: ",
                        "DIFFRPT.TXT"
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.
            move docName to diff-title-fname.
            write diffout from diff-title.
            move "latest run=" to diff-run-tag.
            compute diff-run-no = lateRunNo.
            move lateDate to diff-run-date.
            compute diff-run-tokens = lateTokens.
            compute diff-run-distinct = lateTotal + lateOverflow.
            write diffout from diff-run-line.

            if priorRunNo = 0
                write diffout from diff-blank-line
                write diffout from diff-single-line
                perform flagRunWarning
            else
                move "prior run=" to diff-run-tag
                compute diff-run-no = priorRunNo
                move priorDate to diff-run-date
                compute diff-run-tokens = priorTokens
                compute diff-run-distinct = priorTotal + priorOverflow
                write diffout from diff-run-line
                perform mergeGenerations
                perform writeAppeared
                perform writeDisappeared
                perform writeMostMoved
            end-if.

            if lateOverflow > 0 or priorOverflow > 0
                write diffout from diff-blank-line
                compute diff-over-count = lateOverflow + priorOverflow
                write diffout from diff-over-line
                perform flagRunWarning
            end-if.
            close diff-file.
            display "Vocabulary change report generated to DIFFRPT.TXT".

*>walks the two sorted word lists side by side - a word in both runs
*>is marked common on the latest run's entry with the prior count and
*>the size of the move beside it; a latest word with no partner stays
*>marked appeared, a prior word with no partner stays marked gone
        mergeGenerations.
            compute ltIdx = 1.
            compute ptIdx = 1.
            move "N" to mergeDoneFlag.
            perform mergeOneWord
                until merge-done.

        mergeOneWord.
            if ltIdx > lateTotal or ptIdx > priorTotal
                move "Y" to mergeDoneFlag
            else
                if lt-word(ltIdx) = pt-word(ptIdx)
                    move "C" to lt-state(ltIdx)
                    move "C" to pt-state(ptIdx)
                    compute lt-prior(ltIdx) = pt-count(ptIdx)
                    compute lt-move(ltIdx) =
                            lt-count(ltIdx) - pt-count(ptIdx)
                    if lt-move(ltIdx) < 0
                        compute lt-move(ltIdx) = 0 - lt-move(ltIdx)
                    end-if
                    compute ltIdx = ltIdx + 1
                    compute ptIdx = ptIdx + 1
                else
                    if lt-word(ltIdx) < pt-word(ptIdx)
                        compute ltIdx = ltIdx + 1
                    else
                        compute ptIdx = ptIdx + 1
                    end-if
                end-if
            end-if.

        writeAppeared.
            write diffout from diff-blank-line.
            move "WORDS APPEARED SINCE THE PRIOR RUN:" to diff-head-text.
            write diffout from diff-head-line.
            compute appearedCount = 0.
            compute ltIdx = 1.
            perform writeAppearedWord
                until ltIdx > lateTotal.
            if appearedCount = 0
                write diffout from diff-none-line
            end-if.
            move "words appeared=" to diff-count-label.
            compute diff-count-out = appearedCount.
            write diffout from diff-count-line.

        writeAppearedWord.
            if lt-state(ltIdx) = "A"
                move lt-word(ltIdx) to diff-word
                compute diff-word-count = lt-count(ltIdx)
                write diffout from diff-word-line
                compute appearedCount = appearedCount + 1
            end-if.
            compute ltIdx = ltIdx + 1.

        writeDisappeared.
            write diffout from diff-blank-line.
            move "WORDS DISAPPEARED SINCE THE PRIOR RUN:"
                to diff-head-text.
            write diffout from diff-head-line.
            compute goneCount = 0.
            compute ptIdx = 1.
            perform writeGoneWord
                until ptIdx > priorTotal.
            if goneCount = 0
                write diffout from diff-none-line
            end-if.
            move "words disappeared=" to diff-count-label.
            compute diff-count-out = goneCount.
            write diffout from diff-count-line.

        writeGoneWord.
            if pt-state(ptIdx) = "D"
                move pt-word(ptIdx) to diff-word
                compute diff-word-count = pt-count(ptIdx)
                write diffout from diff-word-line
                compute goneCount = goneCount + 1
            end-if.
            compute ptIdx = ptIdx + 1.

*>the words in both runs whose counts moved most, biggest move first
*>- picked the way wordStat picks its top words, the largest move
*>left is printed and then knocked down so it isn't picked again
        writeMostMoved.
            write diffout from diff-blank-line.
            move "WORDS WHOSE COUNTS MOVED MOST:" to diff-head-text.
            write diffout from diff-head-line.
            compute movedCount = 0.
            compute rptRank = 0.
            perform reportTopMove
                until rptRank >= topMoved.
            if movedCount = 0
                write diffout from diff-none-line
            end-if.

        reportTopMove.
            compute bestIdx = 0.
            compute bestMove = 0.
            compute ltIdx = 1.
            perform findBiggestMove
                until ltIdx > lateTotal.
            if bestIdx > 0
                move lt-word(bestIdx) to diff-move-word
                compute diff-move-prior = lt-prior(bestIdx)
                compute diff-move-late = lt-count(bestIdx)
                compute diff-move-delta =
                        lt-count(bestIdx) - lt-prior(bestIdx)
                write diffout from diff-move-line
                compute lt-move(bestIdx) = -1
                compute movedCount = movedCount + 1
                compute rptRank = rptRank + 1
            else
                compute rptRank = topMoved
            end-if.

*>only common words are in the running - an unmoved word (move zero)
*>and an already-reported one (move -1) never beat bestMove
        findBiggestMove.
            if lt-state(ltIdx) = "C"
               and lt-move(ltIdx) > bestMove
                compute bestMove = lt-move(ltIdx)
                compute bestIdx = ltIdx
            end-if.
            compute ltIdx = ltIdx + 1.

*>takes the run lock, retrying a held lock every lockWaitSecs up to
*>lockMaxTries before giving up - the check and the create are two
*>steps, so two jobs landing in the same instant could both get
*>through, but the scheduler never starts two this close together
        acquireRunLock.
            move "N" to lockHeldFlag.
            compute lockTries = 0.
            perform tryRunLock
                until lock-held or lockTries >= lockMaxTries.

        tryRunLock.
            compute lockTries = lockTries + 1.
            open input lock-file.
            if lockFS = "35"
                perform takeRunLock
            else
                if lockFS = "00"
                    move spaces to lock-record
                    read lock-file into lock-record
                        at end move spaces to lock-record
                    end-read
                    close lock-file
                    perform breakStaleLock
                end-if
                if not lock-held and lockTries < lockMaxTries
                    call "C$SLEEP" using lockWaitSecs
                end-if
            end-if.

*>a held lock much older than any real run is a leftover from an
*>abend - break it and take it, naming the holder on the console,
*>so one abended run doesn't make every later run defer until
*>someone deletes WORDSTAT.LCK by hand
        breakStaleLock.
            perform computeLockAge.
            if lockAgeMins >= staleLockMins
                display "Breaking stale run lock: ", lockFileName
                display "  held by ", lck-owner, " since ",
                        lck-date, " ", lck-time
                call "CBL_DELETE_FILE" using lockFileName
                    returning lockRC
                perform takeRunLock
            end-if.

*>age of the held lock in minutes - a lock record that can't be
*>read back counts as stale
        computeLockAge.
            accept lockNowDate from date yyyymmdd.
            accept lockNowTime from time.
            if lck-date is numeric and lck-date > 19000101
               and lck-time is numeric
                move lck-time to lockTimeX
                move lockNowTime to lockNowTimeX
                compute lockAgeMins =
                        (function integer-of-date(lockNowDate)
                         - function integer-of-date(lck-date)) * 1440
                        + function numval(lockNowTimeX(1:2)) * 60
                        + function numval(lockNowTimeX(3:2))
                        - function numval(lockTimeX(1:2)) * 60
                        - function numval(lockTimeX(3:2))
            else
                compute lockAgeMins = staleLockMins
            end-if.

        takeRunLock.
            open output lock-file.
            if lockFS = "00"
                accept lck-date from date yyyymmdd
                accept lck-time from time
                move "statDiff" to lck-owner
                write lockout from lock-record
                close lock-file
                move "Y" to lockHeldFlag
            end-if.

        releaseRunLock.
            if lock-held
                call "CBL_DELETE_FILE" using lockFileName
                    returning lockRC
                move "N" to lockHeldFlag
            end-if.

       end-of-job.
