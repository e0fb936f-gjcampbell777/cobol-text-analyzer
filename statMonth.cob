*>           records, so the rc 0/4/8 line reads as how the nights
*>           ended instead of counting every ad-hoc single-file
*>           invocation as a graded night.
*>2026-10-15 GC graded return codes - the report now ends with 0
*>           when clean, 4 when STATS.CSV or WORDSTAT.RUN was not
*>           there to read, 8 when no report could be produced (run
*>           lock deferred, report not writable), so the nightly job
*>           stream can tell a month-end that ran from one that
*>           didn't.
*>2026-10-15 GC STATS.CSV rows are read at 200 bytes - wordStat's rows
*>           have grown two columns (unknown words and rate).
*>2026-10-15 GC report periods - MONTH.PRM (or the prompt) now takes
*>           yyyymm as before, yyyyQn for a quarter, yyyyYTD for the
*>           year to date (a past year runs to Dec 31) or an explicit
*>           yyyymmdd-yyyymmdd range of up to 1000 days.  Every
*>           STATS archive on ARCHIVE.LST whose oldest/newest rows
*>           overlap the period is read alongside the live STATS.CSV,
*>           so a purged month or quarter reports without restoring
*>           anything, and the page names the archives it read.  A
*>           period inside one month keeps the daily lines; a longer
*>           one gets a line per month instead.  Busiest and quietest
*>           day now print as full dates.
*>2026-10-15 GC dated archives not on ARCHIVE.LST - the STATS-
*>           yyyymmdd.CSV archives statPurge wrote before it kept the
*>           list are now found by name, every day from the period's
*>           start to today, and read along with the listed ones, so
*>           a period purged before the list began still reports.

        identification division.
        program-id. statMonth.
        select runstat-file assign to "WORDSTAT.RUN"
                organization is line sequential
                file status is runstatFS.
*>parm-file lets the scheduler stage the report period ahead of time -
*>one line holding yyyymm, yyyyQn, yyyyYTD or yyyymmdd-yyyymmdd,
*>prompted for when the file is not there
        select parm-file assign to "MONTH.PRM"
                organization is line sequential
                file status is parmFS.
        select report-file assign to "MONTHRPT.TXT"
                organization is line sequential
                file status is reportFS.
*>archlist-file is statPurge's list of the archives it has written
        select archlist-file assign to "ARCHIVE.LST"
                organization is line sequential
                file status is archListFS.
*>arch-file is whichever STATS archive covering the period is read
        select arch-file assign to dynamic archName
                organization is line sequential
                file status is archFS.
*>lock-file serializes this read against wordStat and statPurge -
*>whoever creates WORDSTAT.LCK owns the shared appended files until
*>it deletes the lock again at end of job
        data division.
        file section.
        fd csv-file.
            01 csvin       pic x(200).
        fd runstat-file.
            01 runstatin   pic x(50).
        fd parm-file.
            01 parm-line   pic x(20).
        fd report-file.
            01 reportout   pic x(80).
        fd archlist-file.
            01 archlistin  pic x(90).
        fd arch-file.
            01 archin      pic x(200).
        fd lock-file.
            01 lockout     pic x(30).

        77  runstatFS        pic xx.
        77  parmFS           pic xx.
        77  reportFS         pic xx.
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
*>the period being reported, as staged or prompted, and the first
*>and last day it settles to - the day table is laid from the first
*>day on, so a period can run to 1000 days
        77  periodText       pic x(20).
        77  periodKind       pic x        value space.
            88  period-month        value "M".
            88  period-quarter      value "Q".
            88  period-ytd          value "Y".
            88  period-range        value "R".
        77  periodYear       pic 9(4).
        77  periodMonth      pic 9(2).
        77  periodQtr        pic 9.
        77  rangeStart       pic 9(8)     value 0.
        77  rangeEnd         pic 9(8)     value 0.
        77  rangeStartInt    pic s9(9)    comp.
        77  rangeDays        pic s9(9)    comp  value 0.
        77  maxRangeDays     pic s9(4)    comp  value 1000.
        77  todayDate        pic 9(8).
        77  monthEndDate     pic 9(8).
        77  nextMonthDate    pic 9(8).
        77  dailyLinesFlag   pic x        value "N".
            88  daily-lines         value "Y".
*>a row's date, checked and placed in the day table
        77  rowDate          pic 9(8).
        77  rowDay           pic s9(4)    comp.

*>one STATS.CSV row pulled apart - only the date and the two counts
*>the month page needs are converted, the rest ride along as text
        77  csvRow           pic x(200).
        01  csv-fields.
           02  csf-date        pic x(10).
           02  csf-fname       pic x(30).
           02  filler           pic x.
           02  rsi-rc           pic x(2).

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

*>every STATS archive already read for the period - a second purge on
*>the same day extends the same archive and lists it a second time -
*>and whether it was there to read, for the page's source lines
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

*>per-day volumes for the period - documents processed, words and
*>sentences, indexed by days since the period's first day
        01  day-table.
           02  dt-entry        occurs 1000 times.
               03  dt-docs       pic s9(7)    comp.
               03  dt-words      pic s9(9)    comp.
               03  dt-sent       pic s9(9)    comp.
        77  dayIdx           pic s9(4)    comp.
*>the calendar date of the day slot being printed, and the running
*>volumes of its month when the page prints a line per month
        01  cur-date.
           02  cur-yyyymm       pic 9(6).
           02  cur-dd           pic 9(2).
        01  cur-date-n redefines cur-date pic 9(8).
        01  next-date.
           02  next-yyyymm      pic 9(6).
           02  next-dd          pic 9(2).
        01  next-date-n redefines next-date pic 9(8).
        77  mthDocs          pic s9(9)    comp  value 0.
        77  mthWords         pic s9(9)    comp  value 0.
        77  mthSent          pic s9(9)    comp  value 0.
        77  mthDaysActive    pic s9(4)    comp  value 0.

*>monthly totals and the run-grade counts off WORDSTAT.RUN
        77  monDocs          pic s9(9)    comp  value 0.
        77  quietDay         pic s9(4)    comp  value 0.

        01  mon-title.
           02  mon-title-text pic x(80).
        01  mon-period-line.
           02  filler        pic x(12)    value "period from=".
           02  mon-per-start pic 9(8).
           02  filler        pic x(4)     value " to=".
           02  mon-per-end   pic 9(8).
        01  mon-source-line.
           02  mon-src-tag   pic x(16).
           02  mon-src-name  pic x(30).
        01  mon-src-over-line.
           02  filler        pic x(29)
                    value "archives not read-table full=".
           02  mon-src-over  pic -(7)9.
        01  mon-blank-line.
           02  filler        pic x(80)    value spaces.
        01  mon-mth-head.
           02  filler        pic x(45)
                    value "month documents       words   sentences  days".
        01  mon-mth-line.
           02  mon-mth-out   pic 9(6).
           02  filler        pic x        value space.
           02  mon-mth-docs  pic -(7)9.
           02  filler        pic x        value space.
           02  mon-mth-words pic -(10)9.
           02  filler        pic x        value space.
           02  mon-mth-sent  pic -(10)9.
           02  filler        pic x        value space.
           02  mon-mth-days  pic -(4)9.
        01  mon-day-head.
           02  filler        pic x(42)
                    value "day   documents       words   sentences".
           02  mon-err-out   pic -(8)9.
        01  mon-busy-line.
           02  filler        pic x(12)    value "busiest day=".
           02  mon-busy-day  pic 9(8).
           02  filler        pic x(11)    value " documents=".
           02  mon-busy-docs pic -(7)9.
        01  mon-quiet-line.
           02  filler        pic x(13)    value "quietest day=".
           02  mon-quiet-day pic 9(8).
           02  filler        pic x(11)    value " documents=".
           02  mon-quiet-docs pic -(7)9.
        01  mon-none-line.
           02  filler        pic x(36)
                    value "no activity on file for this period".

*>Program settles which period is wanted (staged or prompted), rolls
*>the STATS.CSV rows and the archived rows covering it into per-day
*>volumes, tallies the WORDSTAT.RUN grades, and writes the page
        procedure division.
            perform getMonthParm.
            perform settlePeriod.
            if rangeDays = 0
                display "Report period not usable: ", periodText
                display "  give yyyymm, yyyyQn, yyyyYTD or ",
                        "yyyymmdd-yyyymmdd (1000 days at most)"
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.
            perform clearDayTable.

*>take the run lock before reading the history back - a purge still
                        lockFileName
                display "  held by ", lck-owner, " since ",
                        lck-date, " ", lck-time
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.

            perform loadCsvRows.
            perform loadArchiveList.
            perform loadRunGrades.
            perform releaseRunLock.
            perform writeMonthReport.
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

*>reads MONTH.PRM if it is present - one line holding the period to
*>report.  Missing file means the period comes from the prompt
        getMonthParm.
            move spaces to periodText.
            open input parm-file.
            if parmFS = "00"
                read parm-file into parmText
                    at end move "10" to parmFS
                end-read
                if parmFS = "00"
                    move parmText to periodText
                end-if
                close parm-file
            end-if.
            if periodText = spaces
                display "Report period (yyyymm, yyyyQn, yyyyYTD or ",
                        "yyyymmdd-yyyymmdd): "
                accept periodText
            end-if.
            move function upper-case(periodText) to periodText.

*>works the period out to its first and last day - a month runs to
*>its own last day, a quarter over its three months, the year to
*>date to today (a past year to Dec 31), a range as given.  Anything
*>that doesn't settle to real dates, or runs past the day table,
*>leaves rangeDays at zero
        settlePeriod.
            move space to periodKind.
            compute rangeDays = 0.
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
                compute rangeStartInt =
                        function integer-of-date(rangeStart)
                compute rangeDays =
                        function integer-of-date(rangeEnd)
                        - rangeStartInt + 1
                if rangeDays > maxRangeDays
                    compute rangeDays = 0
                end-if
            end-if.
            if rangeStart(1:6) = rangeEnd(1:6)
                move "Y" to dailyLinesFlag
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

        clearDayTable.
            compute dayIdx = 1.
            perform clearOneDay
                until dayIdx > rangeDays.

        clearOneDay.
            compute dt-docs(dayIdx) = 0.
            compute dt-sent(dayIdx) = 0.
            compute dayIdx = dayIdx + 1.

*>walks STATS.CSV and rolls every row dated in the period into that
*>day's volume slot - rows from outside it just pass by
        loadCsvRows.
            open input csv-file.
            if csvFS not = "00"
                display "No csv history to report on: STATS.CSV"
                perform flagRunWarning
            else
                perform readCsvRow
                    until csvFS = "10"
            unstring csvRow delimited by ","
                into csf-date csf-fname csf-sent csf-words csf-rest
            end-unstring.
            if csf-date(1:8) is numeric
                move csf-date(1:8) to rowDate
                if rowDate >= rangeStart and rowDate <= rangeEnd
                   and function test-date-yyyymmdd(rowDate) = 0
                    compute rowDay = function integer-of-date(rowDate)
                            - rangeStartInt + 1
                    compute dt-docs(rowDay) = dt-docs(rowDay) + 1
                    compute dt-words(rowDay) = dt-words(rowDay)
                            + function numval(csf-words)
                end-if
            end-if.

*>walks ARCHIVE.LST for the STATS archives statPurge has moved rows
*>out to, and reads every one whose oldest/newest dated rows overlap
*>the period through the same tally as the live rows.  An archive is
*>read once however many times it is listed, or found by name first
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
            if archListFS not = "10" and ali-live = "STATS.CSV"
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
            compute probeDayInt = rangeStartInt + 1.
            compute probeEndInt = function integer-of-date(todayDate).
            perform probeOneArchive
                until probeDayInt > probeEndInt.

        probeOneArchive.
            compute probeDate = function date-of-integer(probeDayInt).
            move spaces to ali-archive.
            string "STATS-" delimited by size
                   probeDate delimited by size
                   ".CSV" delimited by size
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
                    perform readArchivedRows
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
*>period - it is named on the page and the run ends with a warning
        readArchivedRows.
            open input arch-file.
            if archFS not = "00"
                display "Archive on ARCHIVE.LST not found: ", archName
                move "N" to ad-found(archDoneTotal)
                perform flagRunWarning
            else
                move "Y" to ad-found(archDoneTotal)
                perform readArchivedRow
                    until archFS = "10"
                close arch-file
            end-if.

        readArchivedRow.
            move spaces to csvRow.
            read arch-file into csvRow
                at end move "10" to archFS
            end-read.
            if archFS not = "10" and csvRow not = spaces
                perform tallyCsvRow
            end-if.

*>walks the WORDSTAT.RUN grade log counting how the period's nightly
*>batch runs ended and summing the error lines they flagged - the
*>mode column keeps ad-hoc single-file runs (and any old inquiry
*>records) out of a count that answers "how did the nights end",
            open input runstat-file.
            if runstatFS not = "00"
                display "No run grades to report on: WORDSTAT.RUN"
                perform flagRunWarning
            else
                perform readRunGrade
                    until runstatFS = "10"
            end-if.

        tallyRunGrade.
            if rsi-date is numeric
               and rsi-date >= rangeStart and rsi-date <= rangeEnd
               and (rsi-mode = "B" or rsi-mode = "b")
                compute monRuns = monRuns + 1
                compute runRCWork = function numval(rsi-rc)
                        + function numval(rsi-errlines)
            end-if.

*>writes the period's page - where the figures came from, the daily
*>(or monthly) volume table, then the totals, averages, run grades
*>and the busiest/quietest day
        writeMonthReport.
            open output report-file.
            if reportFS not = "00"
                display "Could not create month report: MONTHRPT.TXT"
                perform flagRunSerious
                move runRC to return-code
                stop run
            end-if.
            move spaces to mon-title-text.
            if period-month
                string "MONTH-END MANAGEMENT REPORT: " delimited by size
                       periodText delimited by space
                       into mon-title-text
            else if period-quarter
                string "QUARTER-END MANAGEMENT REPORT: "
                       delimited by size
                       periodText delimited by space
                       into mon-title-text
            else if period-ytd
                string "YEAR-TO-DATE MANAGEMENT REPORT: "
                       delimited by size
                       periodText delimited by space
                       into mon-title-text
            else
                string "PERIOD MANAGEMENT REPORT: " delimited by size
                       periodText delimited by space
                       into mon-title-text
            end-if.
            write reportout from mon-title.
            move rangeStart to mon-per-start.
            move rangeEnd to mon-per-end.
            write reportout from mon-period-line.
            move "live file=" to mon-src-tag.
            move "STATS.CSV" to mon-src-name.
            write reportout from mon-source-line.
            compute archDoneIdx = 1.
            perform writeSourceLine
                until archDoneIdx > archDoneTotal.
            if archOverflow > 0
                compute mon-src-over = archOverflow
                write reportout from mon-src-over-line
            end-if.
            write reportout from mon-blank-line.
            if daily-lines
                write reportout from mon-day-head
            else
                write reportout from mon-mth-head
            end-if.

            compute monDocs = 0.
            compute monWords = 0.
            compute monSent = 0.
            compute monDaysActive = 0.
            compute mthDocs = 0.
            compute mthWords = 0.
            compute mthSent = 0.
            compute mthDaysActive = 0.
            compute busyDay = 0.
            compute quietDay = 0.
            compute dayIdx = 1.
            perform reportOneDay
                until dayIdx > rangeDays.

            write reportout from mon-blank-line.
            if monDaysActive = 0
            close report-file.
            display "Month report generated to MONTHRPT.TXT".

        writeSourceLine.
            if ad-found(archDoneIdx) = "Y"
                move "archive read=" to mon-src-tag
            else
                move "archive missing=" to mon-src-tag
            end-if.
            move ad-name(archDoneIdx) to mon-src-name.
            write reportout from mon-source-line.
            compute archDoneIdx = archDoneIdx + 1.

*>prints one day's volumes (only days with activity get a line) and
*>rolls them into the period totals and the busy/quiet tracking.  On
*>a page of monthly lines the day rolls into its month instead, and
*>the month's line goes out on its last day in the period
        reportOneDay.
            compute cur-date-n = function date-of-integer(
                    rangeStartInt + dayIdx - 1).
            if dt-docs(dayIdx) > 0
                if daily-lines
                    move cur-dd to mon-day-out
                    compute mon-day-docs = dt-docs(dayIdx)
                    compute mon-day-words = dt-words(dayIdx)
                    compute mon-day-sent = dt-sent(dayIdx)
                    write reportout from mon-day-line
                end-if
                compute monDaysActive = monDaysActive + 1
                compute monDocs = monDocs + dt-docs(dayIdx)
                compute monWords = monWords + dt-words(dayIdx)
                compute monSent = monSent + dt-sent(dayIdx)
                compute mthDaysActive = mthDaysActive + 1
                compute mthDocs = mthDocs + dt-docs(dayIdx)
                compute mthWords = mthWords + dt-words(dayIdx)
                compute mthSent = mthSent + dt-sent(dayIdx)
                if busyDay = 0 or dt-docs(dayIdx) > dt-docs(busyDay)
                    compute busyDay = dayIdx
                end-if
                    compute quietDay = dayIdx
                end-if
            end-if.
            if not daily-lines
                compute next-date-n = function date-of-integer(
                        rangeStartInt + dayIdx)
                if dayIdx = rangeDays or next-yyyymm not = cur-yyyymm
                    perform writeMonthLine
                end-if
            end-if.
            compute dayIdx = dayIdx + 1.

*>one month's line on a quarter, year-to-date or long-range page -
*>every month in the period gets one, quiet months included, so a
*>month with nothing in it stands out rather than going missing
        writeMonthLine.
            move cur-yyyymm to mon-mth-out.
            compute mon-mth-docs = mthDocs.
            compute mon-mth-words = mthWords.
            compute mon-mth-sent = mthSent.
            compute mon-mth-days = mthDaysActive.
            write reportout from mon-mth-line.
            compute mthDocs = 0.
            compute mthWords = 0.
            compute mthSent = 0.
            compute mthDaysActive = 0.

        writeMonthTotals.
            compute mon-tot-docs = monDocs.
            compute mon-tot-words = monWords.
            compute mon-err-out = monErrLines.
            write reportout from mon-err-line.
            write reportout from mon-blank-line.
            compute mon-busy-day = function date-of-integer(
                    rangeStartInt + busyDay - 1).
            compute mon-busy-docs = dt-docs(busyDay).
            write reportout from mon-busy-line.
            compute mon-quiet-day = function date-of-integer(
                    rangeStartInt + quietDay - 1).
            compute mon-quiet-docs = dt-docs(quietDay).
            write reportout from mon-quiet-line.

