*>           Rows from before the column default to GENERAL, and the
*>           subtotal section says when its type table overflowed
*>           instead of dropping documents silently.
*>2026-10-15 GC graded return codes - the report now ends with 0
*>           when clean, 4 when it completed with warnings (a table
*>           overflowed), 8 when no report could be produced (run
*>           lock deferred, no STATHIST.TXT, report not writable),
*>           so the nightly job stream can gate the next step on it.
*>2026-10-15 GC report period - an optional second line on TREND.PRM
*>           names a period (yyyymm, yyyyQn, yyyyYTD or yyyymmdd-
*>           yyyymmdd, the same forms statMonth takes).  With one,
*>           only runs dated inside it are compared, and every
*>           STATHIST archive on ARCHIVE.LST whose oldest/newest rows
*>           overlap it is read ahead of the live file, so a purged
*>           quarter trends without restoring anything.  The report
*>           names the period and the archives it read.  No second
*>           line keeps the old whole-live-file behaviour.
*>2026-10-15 GC STATHIST rows read at their new width - wordStat now
*>           ends each with the document's language code.
*>2026-10-15 GC dated archives not on ARCHIVE.LST - with a period,
*>           the STATHIST-yyyymmdd.TXT archives statPurge wrote before
*>           it kept the list are now found by name, every day from
*>           the period's start to today, and read (oldest first,
*>           ahead of the listed ones) so a period purged before the
*>           list began still trends.

        identification division.
        program-id. statTrend.
                organization is line sequential
                file status is trendFS.
*>parm-file lets the editorial team stage the flagging percentage
*>ahead of time - first line the percent, defaulted when the file is
*>not there, second line an optional period to report on
        select parm-file assign to "TREND.PRM"
                organization is line sequential
                file status is parmFS.
*>archlist-file is statPurge's list of the archives it has written
        select archlist-file assign to "ARCHIVE.LST"
                organization is line sequential
                file status is archListFS.
*>arch-file is whichever STATHIST archive covering the period is read
        select arch-file assign to dynamic archName
                organization is line sequential
                file status is archFS.
*>lock-file serializes the trend read against wordStat and statPurge -
*>whoever creates WORDSTAT.LCK owns the shared appended files until
*>it deletes the lock again at end of job
        data division.
        file section.
        fd hist-file.
            01 histin      pic x(103).
        fd trend-file.
            01 trendout    pic x(100).
        fd parm-file.
            01 parm-line   pic x(20).
        fd lock-file.
            01 lockout     pic x(30).
        fd archlist-file.
            01 archlistin  pic x(90).
        fd arch-file.
            01 archin      pic x(103).

        working-storage section.
        77  histFS           pic xx.
        77  trendFS          pic xx.
        77  parmFS           pic xx.
        77  archListFS       pic xx.
        77  archFS           pic xx.
        77  parmText         pic x(20).
        77  archName         pic x(30).

*>the run lock - how long to wait between tries for a lock someone
*>else holds, how many tries before the report defers instead, and
           02  lck-time         pic 9(8).
           02  filler           pic x        value space.
           02  lck-owner        pic x(8).
*>how the report went overall - 0 clean, 4 completed with warnings,
*>8 no report produced - handed back as the job step's return code
        77  runRC            pic s9(4)    comp  value 0.
*>percentage move between two runs of the same document that gets
*>the document flagged - staged in TREND.PRM, defaulted otherwise
        77  flagPct          pic s9(4)v9  comp-3  value 20.
*>the period to report on, when TREND.PRM names one, and the first
*>and last day it settles to - no period means every run on the live
*>file is in play, as before
        77  periodText       pic x(20)    value spaces.
        77  periodKind       pic x        value space.
            88  period-month        value "M".
            88  period-quarter      value "Q".
            88  period-ytd          value "Y".
            88  period-range        value "R".
        77  periodGivenFlag  pic x        value "N".
            88  period-given        value "Y".
        77  periodValidFlag  pic x        value "N".
            88  period-valid        value "Y".
        77  periodYear       pic 9(4).
        77  periodMonth      pic 9(2).
        77  periodQtr        pic 9.
        77  rangeStart       pic 9(8)     value 0.
        77  rangeEnd         pic 9(8)     value 0.
        77  todayDate        pic 9(8).
        77  monthEndDate     pic 9(8).
        77  nextMonthDate    pic 9(8).
*>one ARCHIVE.LST line - which live file, which archive, the cutoff
*>and the oldest/newest dated row the archive took, as statPurge
*>writes it
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
*>every STATHIST archive already read for the period - a second purge
*>on the same day extends the same archive and lists it a second
*>time - and whether it was there to read, for the report's source
*>lines
        01  arch-done-table.
           02  ad-entry        occurs 500 times.
               03  ad-name       pic x(30).
               03  ad-found      pic x.
        77  archDoneTotal    pic s9(4)    comp  value 0.
        77  archDoneIdx      pic s9(4)    comp.
        77  archDoneFlag     pic x        value "N".
            88  arch-done           value "Y".
        77  archOverflow     pic s9(7)    comp  value 0.
*>the day whose dated archive name is being looked for, and the last
*>day looked at (today)
        77  probeDayInt      pic s9(9)    comp.
        77  probeEndInt      pic s9(9)    comp.
        77  probeDate        pic 9(8).

*>one STATHIST.TXT line read back in the exact shape writeHistory
*>in wordStat lays it down - the numeric fields arrive edited
           02  hin-avercword   pic x(7).
           02  filler          pic x.
           02  hin-doctype     pic x(8).
           02  filler          pic x.
           02  hin-language    pic x(2).

*>one tracked document - the two most recent runs seen for it so
*>far while walking down the history file in date order
           02  filler        pic x(21)
                    value "flagging threshold %=".
           02  trend-thresh-out pic -(4)9.9.
        01  trend-period-line.
           02  filler        pic x(7)     value "period=".
           02  trend-per-text   pic x(20).
           02  filler        pic x(6)     value " from=".
           02  trend-per-start  pic 9(8).
           02  filler        pic x(4)     value " to=".
           02  trend-per-end    pic 9(8).
        01  trend-source-line.
           02  trend-src-tag    pic x(16).
           02  trend-src-name   pic x(30).
        01  trend-src-over-line.
           02  filler        pic x(29)
                    value "archives not read-table full=".
           02  trend-src-over   pic -(7)9.
        01  trend-blank-line.
           02  filler        pic x(100)   value spaces.
        01  trend-doc-line.
*>then writes the side-by-side comparison report
        procedure division.
            perform getTrendParm.
            if period-given and not period-valid
                display "Trend period not usable: ", periodText
                display "  give yyyymm, yyyyQn, yyyyYTD or ",
                        "yyyymmdd-yyyymmdd"
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

*>take the run lock before reading the history back - a purge still
*>rewriting STATHIST.TXT keeps the lock, and this report defers to
                        lockFileName
                display "  held by ", lck-owner, " since ",
                        lck-date, " ", lck-time
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

            if period-given
                perform loadArchiveList
            end-if.
            perform loadHistory.
            perform writeTrendReport.
            perform releaseRunLock.
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
                move "N" to lockHeldFlag
            end-if.

*>reads TREND.PRM if it is present - first line the percent move
*>that flags a document (missing file or a zero/garbled value just
*>means the default stands), second line the period to report on
        getTrendParm.
            open input parm-file.
            if parmFS = "00"
                    if flagPct <= 0
                        compute flagPct = 20
                    end-if
                    move spaces to parmText
                    read parm-file into parmText
                        at end move "10" to parmFS
                    end-read
                    if parmFS = "00" and parmText not = spaces
                        move "Y" to periodGivenFlag
                        move function upper-case(parmText)
                            to periodText
                        perform settlePeriod
                    end-if
                end-if
                close parm-file
            end-if.

*>works the period out to its first and last day - a month runs to
*>its own last day, a quarter over its three months, the year to
*>date to today (a past year to Dec 31), a range as given.  Anything
*>that doesn't settle to real dates leaves the period not valid
        settlePeriod.
            move space to periodKind.
            move "N" to periodValidFlag.
            accept todayDate from date yyyymmdd.
            if periodText(1:6) is numeric and periodText(7:1) = space
                move "M" to periodKind
                move periodText(1:4) to periodYear
                move periodText(5:2) to periodMonth
                if periodMonth >= 1 and periodMonth <= 12
                    compute rangeStart =
                            periodYear * 10000 + periodMonth * 100 + 1
                    perform findMonthEnd
                    move monthEndDate to rangeEnd
                end-if
            else if periodText(1:4) is numeric
               and periodText(5:1) = "Q"
               and periodText(6:1) >= "1" and periodText(6:1) <= "4"
               and periodText(7:1) = space
                move "Q" to periodKind
                move periodText(1:4) to periodYear
                move periodText(6:1) to periodQtr
                compute periodMonth = periodQtr * 3 - 2
                compute rangeStart =
                        periodYear * 10000 + periodMonth * 100 + 1
                compute periodMonth = periodQtr * 3
                perform findMonthEnd
                move monthEndDate to rangeEnd
            else if periodText(1:4) is numeric
               and periodText(5:3) = "YTD"
               and periodText(8:1) = space
                move "Y" to periodKind
                move periodText(1:4) to periodYear
                compute rangeStart = periodYear * 10000 + 101
                if periodYear = todayDate(1:4)
                    move todayDate to rangeEnd
                else
                    compute rangeEnd = periodYear * 10000 + 1231
                end-if
            else if periodText(1:8) is numeric
               and periodText(9:1) = "-"
               and periodText(10:8) is numeric
                move "R" to periodKind
                move periodText(1:8) to rangeStart
                move periodText(10:8) to rangeEnd
            end-if.
            if periodKind not = space
               and rangeStart > 16010101
               and function test-date-yyyymmdd(rangeStart) = 0
               and function test-date-yyyymmdd(rangeEnd) = 0
               and rangeEnd >= rangeStart
                move "Y" to periodValidFlag
            end-if.

*>last day of periodYear/periodMonth - the day before the first of
*>the month after it
        findMonthEnd.
            if periodMonth = 12
                compute nextMonthDate = (periodYear + 1) * 10000 + 101
            else
                compute nextMonthDate =
                        periodYear * 10000 + (periodMonth + 1) * 100 + 1
            end-if.
            compute monthEndDate = function date-of-integer(
                    function integer-of-date(nextMonthDate) - 1).

*>walks ARCHIVE.LST for the STATHIST archives statPurge has moved
*>rows out to, and folds every one whose oldest/newest dated rows
*>overlap the period into the document table ahead of the live file
*>- the list is appended purge by purge, so its archives come oldest
*>first and the latest/previous runs still land in date order.  An
*>archive is read once however many times it is listed, or found by
*>name first
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
            if archListFS not = "10" and ali-live = "STATHIST.TXT"
               and ali-archive not = spaces
               and ali-first is numeric and ali-last is numeric
                if ali-first <= rangeEnd and ali-last >= rangeStart
                    perform readArchiveOnce
                end-if
            end-if.

*>archives written before ARCHIVE.LST began are on no list, so they
*>are found by name - statPurge names each archive for the day it
*>ran, and every row it moves predates that day, so only the days
*>after the period's first day up to today can hold an archive with
*>rows in it.  each name found is read once, oldest first, ahead of
*>the listed archives; a name not on disk is just passed over
        probeDatedArchives.
            compute probeDayInt = function integer-of-date(rangeStart) + 1.
            compute probeEndInt = function integer-of-date(todayDate).
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
                perform readArchiveOnce
            end-if.
            compute probeDayInt = probeDayInt + 1.

        readArchiveOnce.
            move "N" to archDoneFlag.
            compute archDoneIdx = 1.
            perform findArchiveDone
                until archDoneIdx > archDoneTotal.
            if not arch-done
                if archDoneTotal < 500
                    compute archDoneTotal = archDoneTotal + 1
                    move ali-archive to ad-name(archDoneTotal)
                    move ali-archive to archName
                    perform readArchivedHistory
                else
                    compute archOverflow = archOverflow + 1
                    perform flagRunWarning
                end-if
            end-if.

        findArchiveDone.
            if ad-name(archDoneIdx) = ali-archive
                move "Y" to archDoneFlag
                compute archDoneIdx = archDoneTotal
            end-if.
            compute archDoneIdx = archDoneIdx + 1.

*>an archive listed but no longer on disk leaves a hole in the
*>period - it is named on the report and the run ends with a warning
        readArchivedHistory.
            open input arch-file.
            if archFS not = "00"
                display "Archive on ARCHIVE.LST not found: ", archName
                move "N" to ad-found(archDoneTotal)
                perform flagRunWarning
            else
                move "Y" to ad-found(archDoneTotal)
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
                perform checkHistLine
            end-if.

*>a run only counts when no period was asked for, or when it is
*>dated inside the period - undated rows from before the date column
*>can't be placed in one
        checkHistLine.
            if not period-given
                perform recordHistLine
            else
                if hin-date is numeric
                   and hin-date >= rangeStart and hin-date <= rangeEnd
                    perform recordHistLine
                end-if
            end-if.

*>walks STATHIST.TXT oldest line first, folding each run into the
*>document table so that when the file runs out every entry holds
*>that document's latest run and the one before it
            open input hist-file.
            if histFS not = "00"
                display "No history to report on: STATHIST.TXT"
                if archDoneTotal = 0
                    perform releaseRunLock
                    perform flagRunSerious
                    move runRC to return-code
                    stop run
                end-if
                perform flagRunWarning
            else
                perform readHistLine
                    until histFS = "10"
                close hist-file
            end-if.

        readHistLine.
            move spaces to hist-in-rec.
                at end move "10" to histFS
            end-read.
            if histFS not = "10" and hin-fname not = spaces
                perform checkHistLine
            end-if.

*>files this run under its document - a new document takes the next
            if trendFS not = "00"
                display "Could not create trend report: TRENDRPT.TXT"
                perform releaseRunLock
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.
            compute trend-thresh-out = flagPct.
            write trendout from trend-title.
            write trendout from trend-thresh-line.
            if period-given
                move periodText to trend-per-text
                move rangeStart to trend-per-start
                move rangeEnd to trend-per-end
                write trendout from trend-period-line
                move "live file=" to trend-src-tag
                move "STATHIST.TXT" to trend-src-name
                write trendout from trend-source-line
                compute archDoneIdx = 1
                perform writeSourceLine
                    until archDoneIdx > archDoneTotal
                if archOverflow > 0
                    compute trend-src-over = archOverflow
                    write trendout from trend-src-over-line
                end-if
            end-if.
            compute docIdx = 1.
            perform reportOneDoc
                until docIdx > docTotal.
                write trendout from trend-blank-line
                compute trend-over-count = docOverflow
                write trendout from trend-over-line
                perform flagRunWarning
            end-if.
            perform tallyDeskTotals.
            if deskTotal > 0
                if deskOverflow > 0
                    compute trend-desk-over = deskOverflow
                    write trendout from trend-desk-over-line
                    perform flagRunWarning
                end-if
            end-if.
            close trend-file.
            display "Trend report generated to TRENDRPT.TXT".

        writeSourceLine.
            if ad-found(archDoneIdx) = "Y"
                move "archive read=" to trend-src-tag
            else
                move "archive missing=" to trend-src-tag
            end-if.
            move ad-name(archDoneIdx) to trend-src-name.
            write trendout from trend-source-line.
            compute archDoneIdx = archDoneIdx + 1.

*>rolls every tracked document's latest run into its type's subtotal
*>slot - a type not seen before takes the next free slot
        tallyDeskTotals.
