*>           sibling of statTrend and statPurge.
*>2026-09-02 GC keep the catalog record layout in step with wordStat,
*>           which now ends it with the document type code.
*>2026-10-15 GC graded return codes - the watch now ends with 0 when
*>           every expected document is on time, 4 when it found an
*>           overdue or never-seen document (or no schedule staged),
*>           8 when no report could be produced, so the nightly job
*>           stream can gate the next step on it.
*>2026-10-15 GC overdue is now judged on the catalog's last-seen date
*>           (wordStat stamps it even when a resent file is skipped
*>           as unchanged) instead of the last-run date, so a feed
*>           that keeps delivering the same file is not reported as
*>           missing.  A record never stamped falls back to its
*>           last-run date.  Record layout kept in step with wordStat.
*>2026-10-15 GC record layout kept in step with wordStat, which now
*>           also carries the unknown-word count and rate.
*>2026-10-15 GC record layout kept in step with wordStat, which now
*>           ends it with the document's language code.

        identification division.
        program-id. statWatch.
               02  master-lastrun   pic 9(8).
               02  master-runcount  pic 9(5).
               02  master-doctype   pic x(8).
               02  master-lastseen  pic 9(8).
               02  master-fingerprint pic x(18).
               02  master-unknown   pic 9(7).
               02  master-unkrate   pic 9(3)v9.
               02  master-language  pic x(2).
        fd watch-file.
            01 watchout    pic x(80).

        77  runDate          pic 9(8).
        77  todayInt         pic s9(9)    comp.
        77  lastRunInt       pic s9(9)    comp.
        77  lastSeenDate     pic 9(8).
        77  daysSince        pic s9(5)    comp.
*>how many days a document may go unseen before it is overdue -
*>1 for a daily feed, 7 for a weekly one
        77  expectedCount    pic s9(7)    comp  value 0.
        77  overdueCount     pic s9(7)    comp  value 0.
        77  neverCount       pic s9(7)    comp  value 0.
*>how the watch went overall - 0 all on time, 4 something overdue or
*>nothing to watch, 8 no report produced - handed back as the job
*>step's return code
        77  runRC            pic s9(4)    comp  value 0.

        01  wch-title.
           02  filler        pic x(26)
           02  wch-over-fname  pic x(30).
           02  filler          pic x(6)     value " freq=".
           02  wch-over-freq   pic x.
           02  filler          pic x(11)    value " last seen=".
           02  wch-over-last   pic 9(8).
           02  filler          pic x(14)    value " days overdue=".
           02  wch-over-days   pic -(4)9.
            open input expect-file.
            if expectFS not = "00"
                display "No expected-document schedule: EXPECTED.DAT"
                compute runRC = 4
                move runRC to return-code
                stop run
            end-if.

            if masterFS not = "00"
                display "No document master on file: WORDSTAT.MST"
                close expect-file
                compute runRC = 8
                move runRC to return-code
                stop run
            end-if.

                display "Could not create watch report: WATCHRPT.TXT"
                close expect-file
                close master-file
                compute runRC = 8
                move runRC to return-code
                stop run
            end-if.
            move runDate to wch-rundate.
            write watchout from wch-blank-line.
            if overdueCount = 0 and neverCount = 0
                write watchout from wch-clear-line
            else
                compute runRC = 4
            end-if.
            compute wch-expected = expectedCount.
            compute wch-overdue = overdueCount.
            close master-file.
            close watch-file.
            display "Watch report generated to WATCHRPT.TXT".
            move runRC to return-code.
            stop run.

        checkExpectedLine.
                    perform judgeLastRun
            end-read.

*>the last night the document arrived is its last-seen date - a
*>catalog record written before that date was kept only has its
*>last-run date to go on
        judgeLastRun.
            if master-lastseen is numeric and master-lastseen > 0
                move master-lastseen to lastSeenDate
            else
                move master-lastrun  to lastSeenDate
            end-if.
            compute lastRunInt =
                    function integer-of-date(lastSeenDate).
            compute daysSince = todayInt - lastRunInt.
            if daysSince > allowedDays
                compute daysOver = daysSince - allowedDays
                compute overdueCount = overdueCount + 1
                move exp-line-fname  to wch-over-fname
                move exp-line-freq   to wch-over-freq
                move lastSeenDate    to wch-over-last
                compute wch-over-days = daysOver
                write watchout from wch-over-line
            end-if.
