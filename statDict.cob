*> Program Created by Gregory Campbell
*>
*>Modification History:
*>2026-10-15 GC new program - builds the DICT.MST word dictionary
*>           wordStat's spelling check looks words up in, from a
*>           flat word list (one word per line, any case, as the
*>           purchased lists and the editorial style list come).
*>           Every word is uppercased and stripped to the letters,
*>           digits and national characters the scan keeps in a
*>           word, the same rule wordStat applies to HOUSEDICT.DAT,
*>           and loaded into a fresh DICT.MST - a rebuild replaces
*>           the dictionary whole.  Duplicates after normalizing are
*>           loaded once.  Takes the run lock, since a rebuild under
*>           a running analysis would pull the dictionary out from
*>           under it.  A sibling of statMaint.
*>2026-10-15 GC words normalized the way the scan builds them - the
*>           whole list line is walked and the first 20 kept
*>           characters held (a hyphenated word lost its last letter
*>           before), and byte x'80' is kept as a national character
*>           like the rest of the upper half.

        identification division.
        program-id. statDict.

        environment division.
        input-output section.
        file-control.
*>word-file is the flat word list the dictionary is built from
        select word-file assign to dynamic wordListName
                organization is line sequential
                file status is wordFS.
*>dict-file is the same indexed dictionary wordStat reads - written
*>from scratch here, one record per distinct word
        select dict-file assign to "DICT.MST"
                organization is indexed
                access is random
                record key is dict-word
                file status is dictFS.
*>parm-file lets the operator stage the word list name ahead of time
*>- first line the list's filename.  A missing line comes from the
*>ACCEPT prompt, same as wordStat's WORDSTAT.PRM
        select parm-file assign to "DICT.PRM"
                organization is line sequential
                file status is parmFS.
*>lock-file serializes the rebuild against wordStat, which holds
*>DICT.MST open for its whole run - whoever creates WORDSTAT.LCK owns
*>the shared files until it deletes the lock again at end of job
        select lock-file assign to "WORDSTAT.LCK"
                organization is line sequential
                file status is lockFS.

        data division.
        file section.
        fd word-file.
            01 word-line   pic x(40).
        fd dict-file.
*>the dictionary record exactly as wordStat reads it - the two
*>programs have to stay in step on this layout
            01 dict-record.
               02  dict-word        pic x(20).
        fd parm-file.
            01 parm-line   pic x(30).
        fd lock-file.
            01 lockout     pic x(30).

        working-storage section.
        77  wordFS           pic xx.
        77  dictFS           pic xx.
        77  parmFS           pic xx.
        77  wordListName     pic x(30).
        77  haveParmList     pic x        value "N".
            88  parm-list-given     value "Y".

*>the run lock - how long to wait between tries for a lock someone
*>else holds, how many tries before the rebuild defers instead, and
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

*>how the rebuild went - 0 clean, 4 built but some lines of the list
*>were unusable, 8 no dictionary built - handed back as the job
*>step's return code
        77  runRC            pic s9(4)    comp  value 0.

*>the word being normalized - the raw line uppercased, and what is
*>left of it once everything the scan would not keep is dropped
        77  rawWord          pic x(40).
        77  cleanWord        pic x(20).
        77  cleanLen         pic s9(2)    comp.
        77  rawPos           pic s9(2)    comp.

        77  linesRead        pic s9(7)    comp  value 0.
        77  wordsLoaded      pic s9(7)    comp  value 0.
        77  wordsDuplicate   pic s9(7)    comp  value 0.
        77  linesUnusable    pic s9(7)    comp  value 0.

        01  dct-count-line.
           02  dct-label     pic x(22).
           02  dct-count     pic -(7)9.

*>Program settles the word list name (staged or prompted), takes the
*>run lock, and rebuilds DICT.MST from the list
        procedure division.
            perform getDictParms.
            if not parm-list-given
                display "Word list filename: "
                accept wordListName
            end-if.

            open input word-file.
            if wordFS not = "00"
                display "Word list not found: ", wordListName
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

            perform acquireRunLock.
            if not lock-held
                display "Run lock held - dictionary build deferred: ",
                        lockFileName
                display "  held by ", lck-owner, " since ",
                        lck-date, " ", lck-time
                close word-file
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

            open output dict-file.
            if dictFS not = "00"
                display "Could not create dictionary: DICT.MST"
                close word-file
                perform releaseRunLock
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

            perform loadWordLine
                until wordFS = "10".

            close word-file.
            close dict-file.
            perform releaseRunLock.

            if linesUnusable > 0
                perform flagRunWarning
            end-if.
            move "list lines read=" to dct-label.
            compute dct-count = linesRead.
            display dct-count-line.
            move "words loaded=" to dct-label.
            compute dct-count = wordsLoaded.
            display dct-count-line.
            move "duplicates skipped=" to dct-label.
            compute dct-count = wordsDuplicate.
            display dct-count-line.
            move "unusable lines skipped=" to dct-label.
            compute dct-count = linesUnusable.
            display dct-count-line.
            display "Dictionary built to DICT.MST".
            move runRC to return-code.
            stop run.

*>reads DICT.PRM if it is present - the word list's filename.  A
*>missing line just means the name still comes from the ACCEPT
*>prompt
        getDictParms.
            open input parm-file.
            if parmFS = "00"
                read parm-file into wordListName
                    at end move "10" to parmFS
                end-read
                if parmFS = "00"
                    move "Y" to haveParmList
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

*>one line of the list - a blank line is passed over, a line with
*>nothing the scan would keep in a word is counted unusable, and a
*>word already loaded is counted as a duplicate
        loadWordLine.
            move spaces to word-line.
            read word-file
                at end move "10" to wordFS
            end-read.
            if wordFS not = "10" and word-line not = spaces
                compute linesRead = linesRead + 1
                perform normalizeWord
                if cleanWord = spaces
                    compute linesUnusable = linesUnusable + 1
                else
                    move cleanWord to dict-word
                    write dict-record
                        invalid key
                            compute wordsDuplicate = wordsDuplicate + 1
                        not invalid key
                            compute wordsLoaded = wordsLoaded + 1
                    end-write
                end-if
            end-if.

*>uppercases the word and keeps only the letters, digits and
*>national characters (anything past the 7-bit set) - apostrophes,
*>hyphens and the like are dropped, exactly as wordStat's scan drops
*>them from the words it isolates.  the whole line is walked and the
*>first 20 kept characters held, since the scan counts only the
*>characters it keeps toward a word's 20
        normalizeWord.
            move function upper-case(word-line) to rawWord.
            move spaces to cleanWord.
            compute cleanLen = 0.
            compute rawPos = 1.
            perform normalizeWordChar
                until rawPos > 40 or cleanLen >= 20.

        normalizeWordChar.
            if rawWord(rawPos:1) not = space
                if rawWord(rawPos:1) is alphabetic-upper
                   or rawWord(rawPos:1) is numeric
                   or function ord(rawWord(rawPos:1)) > 128
                    compute cleanLen = cleanLen + 1
                    move rawWord(rawPos:1) to cleanWord(cleanLen:1)
                end-if
            end-if.
            compute rawPos = rawPos + 1.

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
                move "statDict" to lck-owner
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
