*> Program Created by Gregory Campbell
*>
*>Modification History:
*>2026-10-15 GC new program - the weekly cross-file reconciliation.
*>           Every wordStat run writes the same document four times
*>           (a STATHIST.TXT row, a STATS.CSV row, a WORDSTAT.AUD
*>           line and the WORDSTAT.MST catalog rewrite) and nothing
*>           checked that the four still agree - last month's lock
*>           overlap lost history rows and it was only noticed by
*>           accident.  This reads all four and reports every
*>           mismatch: a run the audit log shows that is missing
*>           from STATHIST or STATS.CSV (or the reverse), a catalog
*>           record whose words/sentences/last run differ from that
*>           document's latest STATHIST row, and a catalog run count
*>           that doesn't match the number of history rows (purged
*>           rows counted back in off the archives on ARCHIVE.LST).
*>           A clean run says so explicitly, for the weekly sign-off.
*>2026-10-15 GC an audit line noting a file wordStat skipped as
*>           unchanged is not a run - it leaves no STATHIST or
*>           STATS.CSV row - so it is left out of the comparison.
*>           Catalog record layout kept in step with wordStat.
*>2026-10-15 GC catalog record layout kept in step with wordStat (the
*>           unknown-word count and rate); STATS.CSV rows read at
*>           their new width.
*>2026-10-15 GC catalog record layout kept in step with wordStat (the
*>           language code); STATHIST rows read at their new width.
*>2026-10-15 GC dated archives not on ARCHIVE.LST - the STATHIST-
*>           yyyymmdd.TXT archives statPurge wrote before it kept the
*>           list are now found by name, every day of the last 1000
*>           up to today, and their rows counted back in along with
*>           the listed ones, so history purged before the list began
*>           no longer shows up as a run-count or missing-history
*>           mismatch.  Each archive is counted once, listed or not.
*>2026-10-15 GC renamed documents - statMaint's RENAMES.LST trail is
*>           read first, and STATHIST rows (live or archived) written
*>           under a document's old name on or before the day it was
*>           renamed count toward its current name, so a rename no
*>           longer leaves the catalog record with "no history rows"
*>           and a run count that can never match.

        identification division.
        program-id. statRecon.

        environment division.
        input-output section.
        file-control.
*>hist-file is the same STATHIST.TXT wordStat appends to every run
        select hist-file assign to "STATHIST.TXT"
                organization is line sequential
                file status is histFS.
*>csv-file is the same STATS.CSV wordStat appends to every run
        select csv-file assign to "STATS.CSV"
                organization is line sequential
                file status is csvFS.
*>audit-file is the same WORDSTAT.AUD wordStat appends to every run
        select audit-file assign to "WORDSTAT.AUD"
                organization is line sequential
                file status is auditFS.
*>master-file is the same indexed document catalog wordStat keeps -
*>walked here in key order
        select master-file assign to "WORDSTAT.MST"
                organization is indexed
                access is dynamic
                record key is master-fname
                file status is masterFS.
*>archlist-file is statPurge's list of the archives it has written
        select archlist-file assign to "ARCHIVE.LST"
                organization is line sequential
                file status is archListFS.
*>arch-file is whichever archived STATHIST file is being counted
        select arch-file assign to dynamic archName
                organization is line sequential
                file status is archFS.
*>rename-file is statMaint's trail of renamed documents, oldest first
        select rename-file assign to "RENAMES.LST"
                organization is line sequential
                file status is renameFS.
*>recon-file gets the reconciliation report
        select recon-file assign to "RECONRPT.TXT"
                organization is line sequential
                file status is reconFS.
*>lock-file serializes this read against wordStat and statPurge -
*>whoever creates WORDSTAT.LCK owns the shared appended files until
*>it deletes the lock again at end of job
        select lock-file assign to "WORDSTAT.LCK"
                organization is line sequential
                file status is lockFS.

        data division.
        file section.
        fd hist-file.
            01 histin      pic x(103).
        fd csv-file.
            01 csvin       pic x(200).
        fd audit-file.
            01 auditin     pic x(110).
        fd master-file.
*>the catalog record exactly as wordStat lays it down - the programs
*>have to stay in step on this layout
            01 master-record.
               02  master-fname     pic x(30).
               02  master-sent      pic 9(7).
               02  master-words     pic 9(7).
               02  master-char      pic 9(7).
               02  master-nums      pic 9(7).
               02  master-longword  pic 9(4).
               02  master-longsent  pic 9(4).
               02  master-readscore pic s9(4)v9.
               02  master-lastrun   pic 9(8).
               02  master-runcount  pic 9(5).
               02  master-doctype   pic x(8).
               02  master-lastseen  pic 9(8).
               02  master-fingerprint pic x(18).
               02  master-unknown   pic 9(7).
               02  master-unkrate   pic 9(3)v9.
               02  master-language  pic x(2).
        fd archlist-file.
            01 archlistin  pic x(90).
        fd arch-file.
            01 archin      pic x(200).
        fd rename-file.
            01 renamein    pic x(80).
        fd recon-file.
            01 reconout    pic x(120).
        fd lock-file.
            01 lockout     pic x(30).

        working-storage section.
        77  histFS           pic xx.
        77  csvFS            pic xx.
        77  auditFS          pic xx.
        77  masterFS         pic xx.
        77  archListFS       pic xx.
        77  archFS           pic xx.
        77  reconFS          pic xx.
        77  archName         pic x(30).
        77  runDate          pic 9(8).
        77  renameFS         pic xx.

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

*>how the reconciliation went - 0 clean, 4 mismatches found, 8 the
*>reconciliation could not be done - handed back as the job step's
*>return code
        77  runRC            pic s9(4)    comp  value 0.

*>the oldest run date the three appended files are compared over -
*>the newest cutoff any purge has run with.  a purge ages all three
*>files to the same cutoff, so below it the live files need not
*>agree (one of them may have been skipped by that purge)
        77  windowStart      pic x(8)     value "00000000".

*>one STATHIST.TXT line read back in the exact shape writeHistory
*>in wordStat lays it down
        01  hist-in-rec.
           02  hin-date        pic x(8).
           02  filler          pic x.
           02  hin-fname       pic x(30).
           02  filler          pic x.
           02  hin-sent        pic x(8).
           02  filler          pic x.
           02  hin-words       pic x(8).
           02  filler          pic x.
           02  hin-rest        pic x(43).

*>one STATS.CSV row pulled apart - only the date and the filename
*>are needed here
        77  csvRow           pic x(200).
        01  csv-fields.
           02  csf-date        pic x(10).
           02  csf-fname       pic x(30).
           02  csf-rest        pic x(100).

*>one WORDSTAT.AUD line in the fixed columns writeAuditLog writes.
*>a run-lock note carries no file status at all, a missing file
*>carries input status 35 and an unchanged resend carries its note -
*>none of them is an analysis that should have left history behind
        01  audit-in-rec.
           02  ain-date         pic x(8).
           02  filler           pic x.
           02  ain-time         pic x(8).
           02  filler           pic x.
           02  ain-user         pic x(8).
           02  filler           pic x.
           02  ain-fname        pic x(30).
           02  filler           pic x(9).
           02  ain-inputfs      pic xx.
           02  filler           pic x(10).
           02  ain-outputfs     pic xx.
           02  filler           pic x.
           02  ain-note         pic x(28).
               88  audit-unchanged  value "unchanged, not reanalyzed".

*>one ARCHIVE.LST line as statPurge writes it
        01  arch-list-in-rec.
           02  ali-live         pic x(14).
           02  filler           pic x.
           02  ali-archive      pic x(30).
           02  filler           pic x.
           02  ali-cutoff       pic x(8).
           02  filler           pic x.
           02  ali-first        pic x(8).
           02  filler           pic x.
           02  ali-last         pic x(8).
           02  filler           pic x.
           02  ali-moved        pic x(7).
           02  filler           pic x.
           02  ali-rundate      pic x(8).

*>every STATHIST archive already counted - a second purge on the same
*>day extends the same archive and lists it a second time
        01  arch-done-table.
           02  ad-name         occurs 500 times  pic x(30).
        77  archDoneTotal    pic s9(4)    comp  value 0.
        77  archDoneIdx      pic s9(4)    comp.
        77  archDoneFlag     pic x        value "N".
            88  arch-done           value "Y".
*>how far back archives are looked for by name, the day being looked
*>for, and the last day looked at (today)
        77  probeDays        pic s9(4)    comp  value 1000.
        77  probeDayInt      pic s9(9)    comp.
        77  probeEndInt      pic s9(9)    comp.
        77  probeDate        pic 9(8).

*>one slot per run date and filename seen in any of the three
*>appended files, with how many rows each file holds for it - a hash
*>table the same way wordStat keeps its word counts (hashed home
*>slot, linear probe forward, an unused slot marks the end of a run)
        01  run-key-table.
           02  rk-entry        occurs 20011 times.
               03  rk-used       pic x.
               03  rk-date       pic x(8).
               03  rk-fname      pic x(30).
               03  rk-audit      pic s9(4)    comp.
               03  rk-hist       pic s9(4)    comp.
               03  rk-csv        pic s9(4)    comp.
        77  rkHashSize       pic s9(9)    comp  value 20011.
        77  rkTotal          pic s9(9)    comp  value 0.
        77  rkOverflow       pic s9(9)    comp  value 0.
        77  rkIdx            pic s9(9)    comp.

*>one RENAMES.LST line as statMaint writes it
        01  rename-in-rec.
           02  rni-date         pic x(8).
           02  filler           pic x.
           02  rni-old          pic x(30).
           02  filler           pic x.
           02  rni-new          pic x(30).
           02  filler           pic x.
           02  rni-user         pic x(8).
*>every rename on the trail in the order they were made, so a row is
*>carried through a chain of renames in one pass
        01  rename-table.
           02  rn-entry        occurs 500 times.
               03  rn-date       pic x(8).
               03  rn-old        pic x(30).
               03  rn-new        pic x(30).
        77  renameTotal      pic s9(4)    comp  value 0.
        77  renameIdx        pic s9(4)    comp.
        77  renameOverflow   pic s9(7)    comp  value 0.

*>one slot per document seen in STATHIST, live or archived - how many
*>history rows it has in all, and its latest row
        01  doc-table.
           02  dc-entry        occurs 10007 times.
               03  dc-used       pic x.
               03  dc-fname      pic x(30).
               03  dc-rows       pic s9(7)    comp.
               03  dc-late-date  pic x(8).
               03  dc-late-sent  pic s9(7)    comp.
               03  dc-late-words pic s9(7)    comp.
        77  dcHashSize       pic s9(9)    comp  value 10007.
        77  dcTotal          pic s9(9)    comp  value 0.
        77  dcOverflow       pic s9(9)    comp  value 0.
        77  dcIdx            pic s9(9)    comp.

*>hashing scratch - the text being hashed and the fold across it
        77  hashText         pic x(38).
        77  hashLen          pic s9(4)    comp.
        77  hashPos          pic s9(4)    comp.
        77  hashSize         pic s9(9)    comp.
        77  hashValue        pic s9(9)    comp.
        77  hashWork         pic s9(18)   comp.
        77  hashQuot         pic s9(18)   comp.
        77  probeCount       pic s9(9)    comp.
        77  keyDate          pic x(8).
        77  keyFname         pic x(30).
        77  rowSent          pic s9(7)    comp.
        77  rowWords         pic s9(7)    comp.

*>the run keys that disagree, gathered so they can be listed in date
*>order instead of hash order
        01  mismatch-table.
           02  mm-slot         occurs 2000 times  pic s9(9)  comp.
        77  mmTotal          pic s9(4)    comp  value 0.
        77  mmOverflow       pic s9(7)    comp  value 0.
        77  mmIdx            pic s9(4)    comp.
        77  mmJdx            pic s9(4)    comp.
        77  mmSwap           pic s9(9)    comp.
        77  sortDoneFlag     pic x        value "N".
            88  sort-done           value "Y".

*>the tallies the report closes with
        77  keysChecked      pic s9(9)    comp  value 0.
        77  catalogChecked   pic s9(9)    comp  value 0.
        77  runMismatches    pic s9(9)    comp  value 0.
        77  catMismatches    pic s9(9)    comp  value 0.
        77  countMismatches  pic s9(9)    comp  value 0.
        77  catNoteText      pic x(40).

        01  rec-title.
           02  filler        pic x(35)
                    value "CROSS-FILE RECONCILIATION REPORT:".
        01  rec-date-line.
           02  filler        pic x(9)     value "run date=".
           02  rec-rundate   pic 9(8).
           02  filler        pic x(25)
                    value " runs compared from date=".
           02  rec-window    pic x(8).
        01  rec-blank-line.
           02  filler        pic x(120)   value spaces.
        01  rec-run-head.
           02  filler        pic x(53)
               value "RUNS NOT ON ALL OF WORDSTAT.AUD, STATHIST, STATS.CSV".
        01  rec-run-line.
           02  rec-run-date  pic x(8).
           02  filler        pic x        value space.
           02  rec-run-fname pic x(30).
           02  filler        pic x(7)     value " audit=".
           02  rec-run-aud   pic z(3)9.
           02  filler        pic x(10)    value " stathist=".
           02  rec-run-hist  pic z(3)9.
           02  filler        pic x(11)    value " stats.csv=".
           02  rec-run-csv   pic z(3)9.
        01  rec-cat-head.
           02  filler        pic x(45)
                    value "CATALOG RECORDS NOT MATCHING LATEST STATHIST".
        01  rec-cat-line.
           02  rec-cat-fname pic x(30).
           02  filler        pic x        value space.
           02  rec-cat-note  pic x(40).
        01  rec-cat-detail.
           02  filler        pic x(11)    value "   catalog ".
           02  rec-cd-date   pic x(8).
           02  filler        pic x(7)     value " words=".
           02  rec-cd-words  pic -(7)9.
           02  filler        pic x(11)    value " sentences=".
           02  rec-cd-sent   pic -(7)9.
           02  filler        pic x(6)     value " runs=".
           02  rec-cd-runs   pic -(6)9.
        01  rec-hist-detail.
           02  filler        pic x(11)    value "   stathist".
           02  rec-hd-date   pic x(8).
           02  filler        pic x(7)     value " words=".
           02  rec-hd-words  pic -(7)9.
           02  filler        pic x(11)    value " sentences=".
           02  rec-hd-sent   pic -(7)9.
           02  filler        pic x(6)     value " rows=".
           02  rec-hd-rows   pic -(6)9.
        01  rec-stat-1.
           02  filler        pic x(30)
                    value "run date/file entries checked=".
           02  rec-keys      pic -(8)9.
        01  rec-stat-2.
           02  filler        pic x(25)
                    value "catalog records checked=".
           02  rec-cats      pic -(8)9.
        01  rec-stat-3.
           02  filler        pic x(42)
                    value "runs missing from or extra in a file=".
           02  rec-runmm     pic -(8)9.
        01  rec-stat-4.
           02  filler        pic x(42)
                    value "catalog records differing from STATHIST=".
           02  rec-catmm     pic -(8)9.
        01  rec-stat-5.
           02  filler        pic x(42)
                    value "catalog run counts differing from rows=".
           02  rec-cntmm     pic -(8)9.
        01  rec-over-line.
           02  rec-over-text pic x(40).
           02  rec-over-count pic -(8)9.
        01  rec-clean-line.
           02  filler        pic x(70) value
           "RECONCILIATION CLEAN - all four files agree, no mismatches found".
        01  rec-dirty-line.
           02  filler        pic x(53) value
           "RECONCILIATION FAILED - mismatches listed above".

*>Program takes the run lock so nothing is appending or purging
*>underneath it, loads the three appended files (and the archived
*>history) into the run and document tables, then checks them
*>against each other and against the catalog
        procedure division.
            accept runDate from date yyyymmdd.

            perform acquireRunLock.
            if not lock-held
                display "Run lock held - reconciliation deferred: ",
                        lockFileName
                display "  held by ", lck-owner, " since ",
                        lck-date, " ", lck-time
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

            open output recon-file.
            if reconFS not = "00"
                display "Could not create reconciliation report: ",
                        "RECONRPT.TXT"
                perform releaseRunLock
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

            perform clearTables.
            perform loadRenames.
            perform loadArchiveList.
            perform loadHistory.
            perform loadCsvRows.
            perform loadAuditRows.

            move runDate     to rec-rundate.
            move windowStart to rec-window.
            write reconout from rec-title.
            write reconout from rec-date-line.

            perform reportRunKeys.
            perform reportCatalog.
            perform writeReconTotals.

            close recon-file.
            perform releaseRunLock.
            display "Reconciliation report generated to RECONRPT.TXT".
            move runRC to return-code.
            stop run.

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
                move "statRcon" to lck-owner
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

*>frees every slot of both hash tables
        clearTables.
            compute rkIdx = 1.
            perform clearRunKeySlot
                until rkIdx > rkHashSize.
            compute dcIdx = 1.
            perform clearDocSlot
                until dcIdx > dcHashSize.

        clearRunKeySlot.
            move "N" to rk-used(rkIdx).
            compute rkIdx = rkIdx + 1.

        clearDocSlot.
            move "N" to dc-used(dcIdx).
            compute dcIdx = dcIdx + 1.

*>loads statMaint's rename trail - a document renamed since its
*>history rows were written has them under its old name, and they
*>count toward its current one.  no trail means nothing renamed
        loadRenames.
            open input rename-file.
            if renameFS = "00"
                perform readRenameLine
                    until renameFS = "10"
                close rename-file
            end-if.
            if renameOverflow > 0
                display "Rename table full - renames not applied=",
                        renameOverflow
                perform flagRunWarning
            end-if.

        readRenameLine.
            move spaces to rename-in-rec.
            read rename-file into rename-in-rec
                at end move "10" to renameFS
            end-read.
            if renameFS not = "10" and rni-old not = spaces
               and rni-new not = spaces
                if renameTotal < 500
                    compute renameTotal = renameTotal + 1
                    move rni-date to rn-date(renameTotal)
                    move rni-old to rn-old(renameTotal)
                    move rni-new to rn-new(renameTotal)
                else
                    compute renameOverflow = renameOverflow + 1
                end-if
            end-if.

*>a row under a renamed document's old name moves to the new name
*>when it was written on or before the day of the rename - a row
*>dated after it belongs to a later document that took the old name
*>over.  undated rows predate the date column and every rename
        followRename.
            if rn-old(renameIdx) = keyFname
                if hin-date is not numeric
                   or hin-date <= rn-date(renameIdx)
                    move rn-new(renameIdx) to keyFname
                end-if
            end-if.
            compute renameIdx = renameIdx + 1.

*>counts the archived history back in and walks ARCHIVE.LST - every
*>STATHIST-yyyymmdd.TXT archive dated in the last probeDays days is
*>found by name first (the ones written before the list began are on
*>no list), then every STATHIST archive on the list, each counted
*>once, for the run-count check.  the newest cutoff on the list sets
*>where the three live files start being compared; no list means
*>the whole of each live file is compared
        loadArchiveList.
            perform probeDatedArchives.
            open input archlist-file.
            if archListFS = "00"
                perform readArchiveListLine
                    until archListFS = "10"
                close archlist-file
            end-if.

        readArchiveListLine.
            move spaces to arch-list-in-rec.
            read archlist-file into arch-list-in-rec
                at end move "10" to archListFS
            end-read.
            if archListFS not = "10" and ali-archive not = spaces
                if ali-cutoff is numeric and ali-cutoff > windowStart
                    move ali-cutoff to windowStart
                end-if
                if ali-live = "STATHIST.TXT"
                    perform countArchiveOnce
                end-if
            end-if.

*>statPurge names each archive for the day it ran, so an archive not
*>on the list is found by trying each day's name - a name not on
*>disk is just passed over
        probeDatedArchives.
            compute probeEndInt = function integer-of-date(runDate).
            compute probeDayInt = probeEndInt - probeDays + 1.
            perform probeOneArchive
                until probeDayInt > probeEndInt.

        probeOneArchive.
            compute probeDate = function date-of-integer(probeDayInt).
            move spaces to ali-archive.
            string "STATHIST-" delimited by size
                   probeDate delimited by size
                   ".TXT" delimited by size
                   into ali-archive
            end-string.
            move ali-archive to archName.
            open input arch-file.
            if archFS = "00"
                close arch-file
                perform countArchiveOnce
            end-if.
            compute probeDayInt = probeDayInt + 1.

        countArchiveOnce.
            move "N" to archDoneFlag.
            compute archDoneIdx = 1.
            perform findArchiveDone
                until archDoneIdx > archDoneTotal.
            if not arch-done
                if archDoneTotal < 500
                    compute archDoneTotal = archDoneTotal + 1
                    move ali-archive to ad-name(archDoneTotal)
                    move ali-archive to archName
                    perform countArchivedHistory
                else
                    display "Archive table full - not counted: ",
                            ali-archive
                    perform flagRunWarning
                end-if
            end-if.

        findArchiveDone.
            if ad-name(archDoneIdx) = ali-archive
                move "Y" to archDoneFlag
                compute archDoneIdx = archDoneTotal
            end-if.
            compute archDoneIdx = archDoneIdx + 1.

*>archived history rows count toward their document's row total and
*>its latest row, but not toward the three-way run comparison - the
*>audit and csv rows of the same runs were archived alongside them
        countArchivedHistory.
            open input arch-file.
            if archFS not = "00"
                display "Archive on ARCHIVE.LST not found: ", archName
                perform flagRunWarning
            else
                perform readArchivedHistLine
                    until archFS = "10"
                close arch-file
            end-if.

        readArchivedHistLine.
            move spaces to hist-in-rec.
            read arch-file into hist-in-rec
                at end move "10" to archFS
            end-read.
            if archFS not = "10" and hin-fname not = spaces
                perform recordDocRow
            end-if.

*>walks the live STATHIST.TXT - every row counts toward its document,
*>and the rows inside the window count toward their run key
        loadHistory.
            open input hist-file.
            if histFS not = "00"
                display "No history to reconcile: STATHIST.TXT"
            else
                perform readHistLine
                    until histFS = "10"
                close hist-file
            end-if.

        readHistLine.
            move spaces to hist-in-rec.
            read hist-file into hist-in-rec
                at end move "10" to histFS
            end-read.
            if histFS not = "10" and hin-fname not = spaces
                perform recordDocRow
                if hin-date >= windowStart
                    move hin-date  to keyDate
                    move hin-fname to keyFname
                    perform findRunKey
                    if rkIdx > 0
                        compute rk-hist(rkIdx) = rk-hist(rkIdx) + 1
                    end-if
                end-if
            end-if.

*>counts one history row toward its document and keeps it as the
*>latest if it is dated no earlier than the latest so far - the rows
*>arrive oldest first, so a same-day rerun's row replaces the first
        recordDocRow.
            move hin-fname to keyFname.
            compute renameIdx = 1.
            perform followRename
                until renameIdx > renameTotal.
            perform findDocSlot.
            if dcIdx > 0
                compute dc-rows(dcIdx) = dc-rows(dcIdx) + 1
                if hin-date >= dc-late-date(dcIdx)
                    move hin-date to dc-late-date(dcIdx)
                    compute dc-late-sent(dcIdx) =
                            function numval(hin-sent)
                    compute dc-late-words(dcIdx) =
                            function numval(hin-words)
                end-if
            end-if.

        loadCsvRows.
            open input csv-file.
            if csvFS not = "00"
                display "No csv history to reconcile: STATS.CSV"
            else
                perform readCsvRow
                    until csvFS = "10"
                close csv-file
            end-if.

        readCsvRow.
            move spaces to csvRow.
            read csv-file into csvRow
                at end move "10" to csvFS
            end-read.
            if csvFS not = "10" and csvRow not = spaces
                move spaces to csv-fields
                unstring csvRow delimited by ","
                    into csf-date csf-fname csf-rest
                end-unstring
                if csf-date(1:8) is numeric
                   and csf-date(1:8) >= windowStart
                    move csf-date(1:8) to keyDate
                    move csf-fname     to keyFname
                    perform findRunKey
                    if rkIdx > 0
                        compute rk-csv(rkIdx) = rk-csv(rkIdx) + 1
                    end-if
                end-if
            end-if.

        loadAuditRows.
            open input audit-file.
            if auditFS not = "00"
                display "No audit log to reconcile: WORDSTAT.AUD"
            else
                perform readAuditRow
                    until auditFS = "10"
                close audit-file
            end-if.

*>only an audit line for an analysis counts - a lock note has no
*>file status, a missing file has input status 35, and an unchanged
*>resend was skipped without an analysis.  a silent edit was
*>analyzed like any other run and counts
        readAuditRow.
            move spaces to audit-in-rec.
            read audit-file into audit-in-rec
                at end move "10" to auditFS
            end-read.
            if auditFS not = "10" and ain-fname not = spaces
               and ain-inputfs not = spaces and ain-inputfs not = "35"
               and not audit-unchanged
               and ain-date >= windowStart
                move ain-date  to keyDate
                move ain-fname to keyFname
                perform findRunKey
                if rkIdx > 0
                    compute rk-audit(rkIdx) = rk-audit(rkIdx) + 1
                end-if
            end-if.

*>leaves rkIdx on the slot for keyDate/keyFname, taking a free slot
*>for a key not seen before - zero when the table is full
        findRunKey.
            move spaces to hashText.
            move keyDate  to hashText(1:8).
            move keyFname to hashText(9:30).
            compute hashLen = 38.
            compute hashSize = rkHashSize.
            perform hashKey.
            compute rkIdx = hashValue + 1.
            compute probeCount = 0.
            perform probeRunKey
                until rk-used(rkIdx) = "N"
                   or (rk-date(rkIdx) = keyDate
                       and rk-fname(rkIdx) = keyFname)
                   or probeCount >= rkHashSize.
            if rk-used(rkIdx) = "N"
                if rkTotal < rkHashSize - 1
                    compute rkTotal = rkTotal + 1
                    move "Y" to rk-used(rkIdx)
                    move keyDate  to rk-date(rkIdx)
                    move keyFname to rk-fname(rkIdx)
                    compute rk-audit(rkIdx) = 0
                    compute rk-hist(rkIdx) = 0
                    compute rk-csv(rkIdx) = 0
                else
                    compute rkOverflow = rkOverflow + 1
                    compute rkIdx = 0
                end-if
            else
                if rk-date(rkIdx) not = keyDate
                   or rk-fname(rkIdx) not = keyFname
                    compute rkOverflow = rkOverflow + 1
                    compute rkIdx = 0
                end-if
            end-if.

        probeRunKey.
            compute rkIdx = rkIdx + 1.
            if rkIdx > rkHashSize
                compute rkIdx = 1
            end-if.
            compute probeCount = probeCount + 1.

*>leaves dcIdx on the slot for keyFname, taking a free slot for a
*>document not seen before - zero when the table is full
        findDocSlot.
            move spaces to hashText.
            move keyFname to hashText(1:30).
            compute hashLen = 30.
            compute hashSize = dcHashSize.
            perform hashKey.
            compute dcIdx = hashValue + 1.
            compute probeCount = 0.
            perform probeDocSlot
                until dc-used(dcIdx) = "N"
                   or dc-fname(dcIdx) = keyFname
                   or probeCount >= dcHashSize.
            if dc-used(dcIdx) = "N"
                if dcTotal < dcHashSize - 1
                    compute dcTotal = dcTotal + 1
                    move "Y" to dc-used(dcIdx)
                    move keyFname to dc-fname(dcIdx)
                    compute dc-rows(dcIdx) = 0
                    move low-values to dc-late-date(dcIdx)
                    compute dc-late-sent(dcIdx) = 0
                    compute dc-late-words(dcIdx) = 0
                else
                    compute dcOverflow = dcOverflow + 1
                    compute dcIdx = 0
                end-if
            else
                if dc-fname(dcIdx) not = keyFname
                    compute dcOverflow = dcOverflow + 1
                    compute dcIdx = 0
                end-if
            end-if.

        probeDocSlot.
            compute dcIdx = dcIdx + 1.
            if dcIdx > dcHashSize
                compute dcIdx = 1
            end-if.
            compute probeCount = probeCount + 1.

*>folds the first hashLen bytes of hashText into a home slot number
*>in the 0 to hashSize - 1 range
        hashKey.
            compute hashValue = 0.
            compute hashPos = 1.
            perform hashKeyChar
                until hashPos > hashLen.

        hashKeyChar.
            compute hashWork = hashValue * 31
                    + function ord(hashText(hashPos:1)).
            divide hashWork by hashSize
                giving hashQuot remainder hashValue.
            compute hashPos = hashPos + 1.

*>every run key whose three counts don't agree is a mismatch - they
*>are gathered, put in date and filename order, and listed
        reportRunKeys.
            compute rkIdx = 1.
            perform checkRunKey
                until rkIdx > rkHashSize.
            perform sortMismatches.
            if mmTotal > 0
                write reconout from rec-blank-line
                write reconout from rec-run-head
                compute mmIdx = 1
                perform writeRunMismatch
                    until mmIdx > mmTotal
            end-if.
            if mmOverflow > 0
                move "run mismatches not listed-table full=" to
                    rec-over-text
                compute rec-over-count = mmOverflow
                write reconout from rec-over-line
            end-if.

        checkRunKey.
            if rk-used(rkIdx) = "Y"
                compute keysChecked = keysChecked + 1
                if rk-audit(rkIdx) not = rk-hist(rkIdx)
                   or rk-audit(rkIdx) not = rk-csv(rkIdx)
                    compute runMismatches = runMismatches + 1
                    if mmTotal < 2000
                        compute mmTotal = mmTotal + 1
                        compute mm-slot(mmTotal) = rkIdx
                    else
                        compute mmOverflow = mmOverflow + 1
                    end-if
                end-if
            end-if.
            compute rkIdx = rkIdx + 1.

*>insertion sort of the gathered slots by run date then filename -
*>the same pattern wordStat sorts its duplicate profiles with
        sortMismatches.
            compute mmIdx = 2.
            perform insertMismatch
                until mmIdx > mmTotal.

        insertMismatch.
            compute mmSwap = mm-slot(mmIdx).
            compute mmJdx = mmIdx - 1.
            move "N" to sortDoneFlag.
            perform shiftMismatch
                until sort-done.
            compute mm-slot(mmJdx + 1) = mmSwap.
            compute mmIdx = mmIdx + 1.

        shiftMismatch.
            if mmJdx < 1
                move "Y" to sortDoneFlag
            else
                if rk-date(mm-slot(mmJdx)) > rk-date(mmSwap)
                   or (rk-date(mm-slot(mmJdx)) = rk-date(mmSwap)
                       and rk-fname(mm-slot(mmJdx)) > rk-fname(mmSwap))
                    compute mm-slot(mmJdx + 1) = mm-slot(mmJdx)
                    compute mmJdx = mmJdx - 1
                else
                    move "Y" to sortDoneFlag
                end-if
            end-if.

        writeRunMismatch.
            compute rkIdx = mm-slot(mmIdx).
            move rk-date(rkIdx)  to rec-run-date.
            move rk-fname(rkIdx) to rec-run-fname.
            move rk-audit(rkIdx) to rec-run-aud.
            move rk-hist(rkIdx)  to rec-run-hist.
            move rk-csv(rkIdx)   to rec-run-csv.
            write reconout from rec-run-line.
            compute mmIdx = mmIdx + 1.

*>walks the catalog in key order and holds every record up against
*>its document's history - the latest row's date, words and
*>sentences must match the catalog's last run, and the catalog's run
*>count must match the number of history rows
        reportCatalog.
            open input master-file.
            if masterFS not = "00"
                display "No document master on file: WORDSTAT.MST"
                perform flagRunSerious
            else
                write reconout from rec-blank-line
                write reconout from rec-cat-head
                move low-values to master-fname
                start master-file key >= master-fname
                    invalid key move "10" to masterFS
                end-start
                perform checkNextCatalog
                    until masterFS not = "00"
                close master-file
            end-if.

        checkNextCatalog.
            read master-file next record
                at end move "10" to masterFS
            end-read.
            if masterFS = "00"
                compute catalogChecked = catalogChecked + 1
                perform checkCatalogRecord
            end-if.

        checkCatalogRecord.
            move master-fname to keyFname.
            perform findDocSlot.
            move spaces to catNoteText.
            if dcIdx = 0 or dc-rows(dcIdx) = 0
                compute catMismatches = catMismatches + 1
                move "no history rows for this document" to catNoteText
                perform writeCatalogMismatch
            else
                if dc-late-date(dcIdx) not = master-lastrun
                   or dc-late-words(dcIdx) not = master-words
                   or dc-late-sent(dcIdx) not = master-sent
                    compute catMismatches = catMismatches + 1
                    move "differs from latest STATHIST row"
                        to catNoteText
                    perform writeCatalogMismatch
                end-if
                if dc-rows(dcIdx) not = master-runcount
                    compute countMismatches = countMismatches + 1
                    move "run count differs from STATHIST rows"
                        to catNoteText
                    perform writeCatalogMismatch
                end-if
            end-if.

        writeCatalogMismatch.
            move master-fname to rec-cat-fname.
            move catNoteText  to rec-cat-note.
            write reconout from rec-cat-line.
            move master-lastrun to rec-cd-date.
            compute rec-cd-words = master-words.
            compute rec-cd-sent = master-sent.
            compute rec-cd-runs = master-runcount.
            write reconout from rec-cat-detail.
            if dcIdx > 0
                move dc-late-date(dcIdx) to rec-hd-date
                compute rec-hd-words = dc-late-words(dcIdx)
                compute rec-hd-sent = dc-late-sent(dcIdx)
                compute rec-hd-rows = dc-rows(dcIdx)
            else
                move spaces to rec-hd-date
                compute rec-hd-words = 0
                compute rec-hd-sent = 0
                compute rec-hd-rows = 0
            end-if.
            write reconout from rec-hist-detail.

*>the closing tallies, and the verdict the report is signed off on -
*>a table that overflowed means the check was incomplete, which is
*>not a clean reconciliation either
        writeReconTotals.
            write reconout from rec-blank-line.
            compute rec-keys = keysChecked.
            compute rec-cats = catalogChecked.
            compute rec-runmm = runMismatches.
            compute rec-catmm = catMismatches.
            compute rec-cntmm = countMismatches.
            write reconout from rec-stat-1.
            write reconout from rec-stat-2.
            write reconout from rec-stat-3.
            write reconout from rec-stat-4.
            write reconout from rec-stat-5.
            if rkOverflow > 0
                move "run entries not checked-table full=" to
                    rec-over-text
                compute rec-over-count = rkOverflow
                write reconout from rec-over-line
                perform flagRunWarning
            end-if.
            if dcOverflow > 0
                move "history rows not checked-table full=" to
                    rec-over-text
                compute rec-over-count = dcOverflow
                write reconout from rec-over-line
                perform flagRunWarning
            end-if.
            write reconout from rec-blank-line.
            if runMismatches = 0 and catMismatches = 0
               and countMismatches = 0 and runRC = 0
                write reconout from rec-clean-line
            else
                write reconout from rec-dirty-line
                perform flagRunWarning
            end-if.

       end-of-job.
