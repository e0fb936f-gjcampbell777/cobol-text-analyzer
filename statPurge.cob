*>           its RC 8 record there without holding the lock, so the
*>           purge must never rewrite that file.  One short record
*>           per run, growth is trivial.
*>2026-10-15 GC archive list - every archive a purge writes now gets
*>           one line appended to ARCHIVE.LST (which live file it
*>           came from, the archive name, the cutoff, the oldest and
*>           newest row dates moved and how many rows), so programs
*>           that need the purged rows back - the reconciliation's
*>           run-count check first - can find the archives instead
*>           of someone listing the directory by hand.
*>2026-10-15 GC rows are carried at 200 bytes - wordStat's STATS.CSV
*>           rows have grown two columns (unknown words and rate).
*>2026-10-15 GC buffer note brought up to date - STATS.CSV and
*>           STATHIST rows now also end with the language code.
*>2026-10-15 GC operator authorization - a purge now runs only for a
*>           user ID the staged OPERATORS.DAT lists for statPurge in
*>           mode P, or mode F when the retention is below the floor
*>           (a *FLOOR* line there, 30 days if none).  A refusal ends
*>           with RC 8 and a SECURITY.LOG line before the report or
*>           any file is touched.

        identification division.
        program-id. statPurge.
        select report-file assign to "PURGERPT.TXT"
                organization is line sequential
                file status is reportFS.
*>archlist-file is the appended list of archives written - one line
*>per live file aged into an archive by a purge that completed
        select archlist-file assign to "ARCHIVE.LST"
                organization is line sequential
                file status is archListFS.
*>oper-file is the staged operator table - which user IDs may run
*>which programs in which modes.  see checkOperator for the layout
        select oper-file assign to "OPERATORS.DAT"
                organization is line sequential
                file status is operFS.
*>sec-file gets one appended line per refused run - who, what, in
*>which mode and when
        select sec-file assign to "SECURITY.LOG"
                organization is line sequential
                file status is secFS.
*>lock-file serializes the purge against wordStat and statTrend -
*>whoever creates WORDSTAT.LCK owns the shared appended files until
*>it deletes the lock again at end of job
        data division.
        file section.
*>the record buffers are sized for the widest of the three files -
*>a full STATS.CSV row can run to 146 bytes, STATHIST rows are
*>exactly 103 and audit rows 110
        fd live-file.
            01 livein      pic x(200).
        fd arch-file.
            01 archout     pic x(200).
        fd temp-file.
            01 tempout     pic x(200).
        fd parm-file.
            01 parm-line   pic x(10).
        fd report-file.
            01 reportout   pic x(80).
        fd oper-file.
*>one operator entry - user ID, program name and the mode letters
*>that user may run it in (* for every mode)
            01 oper-line.
               02  oper-line-user    pic x(8).
               02  filler            pic x.
               02  oper-line-program pic x(9).
               02  filler            pic x.
               02  oper-line-modes   pic x(10).
        fd sec-file.
            01 secout      pic x(100).
        fd lock-file.
            01 lockout     pic x(30).
        fd archlist-file.
            01 archlistout pic x(90).

        working-storage section.
        77  liveFS           pic xx.
        77  cutoffDate       pic 9(8).
        77  cutoffDateX      pic x(8).
*>one record in flight, and the counts for the file being aged
        77  liveRec          pic x(200).
        77  movedCount       pic s9(7)    comp.
        77  keptCount        pic s9(7)    comp.
        77  fileNote         pic x(33).
*>the oldest and newest dated records moved this pass, for the
*>archive list
        77  archListFS       pic xx.
        77  movedFirstDate   pic x(8).
        77  movedLastDate    pic x(8).

*>the run lock - how long to wait between tries for a lock someone
*>else holds, how many tries before the purge defers instead, and
           02  filler           pic x        value space.
           02  lck-owner        pic x(8).

*>one ARCHIVE.LST line - which live file, which archive, the cutoff
*>that purge ran with, the span of dated records moved, how many
*>records moved and the date of the purge
        01  arch-list-record.
           02  arl-live         pic x(14).
           02  filler           pic x        value space.
           02  arl-archive      pic x(30).
           02  filler           pic x        value space.
           02  arl-cutoff       pic x(8).
           02  filler           pic x        value space.
           02  arl-first        pic x(8).
           02  filler           pic x        value space.
           02  arl-last         pic x(8).
           02  filler           pic x        value space.
           02  arl-moved        pic 9(7).
           02  filler           pic x        value space.
           02  arl-rundate      pic 9(8).

*>the operator check - who is running this, in what mode, and
*>whether OPERATORS.DAT lets them.  no table at all refuses everyone
        77  operFS           pic xx.
        77  secFS            pic xx.
        77  operUser         pic x(8).
        77  operProgram      pic x(9)     value "STATPURGE".
        77  operMode         pic x.
        77  operModeHits     pic s9(4)    comp.
        77  operOkFlag       pic x        value "N".
            88  operator-ok         value "Y".
        77  operReason       pic x(40).
*>the shortest retention a purge may run with on an ordinary
*>authorization (mode P) - anything shorter needs mode F.  staged on
*>OPERATORS.DAT as a *FLOOR* line carrying the days in the modes
*>column
        77  retentionFloor   pic s9(4)    comp  value 30.
        77  retentionFloorEd pic z(3)9.
        01  sec-record.
           02  sec-date         pic 9(8).
           02  filler           pic x        value space.
           02  sec-time         pic 9(8).
           02  filler           pic x        value space.
           02  sec-user         pic x(8).
           02  filler           pic x        value space.
           02  sec-program      pic x(9).
           02  filler           pic x(6)     value " mode=".
           02  sec-mode         pic x.
           02  filler           pic x(9)     value " REFUSED ".
           02  sec-reason       pic x(40).

        01  prg-lock-line.
           02  filler        pic x(9)     value "run lock=".
           02  prg-lock-note pic x(60).
        procedure division.
            perform getPurgeParm.

*>the purge has to be one the operator table allows this user - a
*>retention under the floor needs the stronger mode F, which also
*>covers an ordinary purge
            move "F" to operMode.
            perform checkOperator.
            if not operator-ok
                move "P" to operMode
                perform checkOperator
                if retentionDays < retentionFloor
                    move "F" to operMode
                    if operator-ok
                        move "N" to operOkFlag
                        move spaces to operReason
                        move retentionFloor to retentionFloorEd
                        string "retention below floor of "
                                   delimited by size
                               function trim(retentionFloorEd)
                                   delimited by size
                               " days" delimited by size
                               into operReason
                        end-string
                    end-if
                end-if
            end-if.
            if not operator-ok
                display "Purge not authorized for user ", operUser,
                        " - ", operReason
                perform writeSecurityLog
                move 8 to return-code
                stop run
            end-if.

            accept runDate from date yyyymmdd.
            compute cutoffInt =
                    function integer-of-date(runDate) - retentionDays.
                move "N" to lockHeldFlag
            end-if.

*>looks the running user up in OPERATORS.DAT for this program and
*>operMode - each line a user ID (columns 1-8), a program name
*>(10-18) and the mode letters it may be run in (20-29, * for all).
*>anything short of a matching line refuses the run
        checkOperator.
            move "N" to operOkFlag.
            accept operUser from environment "USER".
            if operUser = spaces
                move "UNKNOWN " to operUser
            end-if.
            open input oper-file.
            if operFS not = "00"
                move "no operator table OPERATORS.DAT" to operReason
            else
                move "user not authorized for this mode" to operReason
                perform readOperatorLine
                    until operFS = "10"
                close oper-file
            end-if.

        readOperatorLine.
            move spaces to oper-line.
            read oper-file
                at end move "10" to operFS
            end-read.
            if operFS not = "10"
                if oper-line-user = "*FLOOR*"
                   and function test-numval(oper-line-modes) = 0
                    compute retentionFloor =
                            function numval(oper-line-modes)
                end-if
                if oper-line-user = operUser
                   and function upper-case(oper-line-program)
                       = operProgram
                    compute operModeHits = 0
                    inspect oper-line-modes tallying operModeHits
                        for all operMode
                    inspect oper-line-modes tallying operModeHits
                        for all "*"
                    if operModeHits > 0
                        move "Y" to operOkFlag
                    end-if
                end-if
            end-if.

*>appends the refused attempt to SECURITY.LOG for audit
        writeSecurityLog.
            accept sec-date from date yyyymmdd.
            accept sec-time from time.
            move operUser to sec-user.
            move operProgram to sec-program.
            move operMode to sec-mode.
            move operReason to sec-reason.
            open extend sec-file.
            if secFS = "05" or secFS = "35"
                close sec-file
                open output sec-file
            end-if.
            if secFS = "00"
                write secout from sec-record
                close sec-file
            else
                display "Could not write security log: SECURITY.LOG"
            end-if.

*>reads PURGE.PRM if it is present - one line holding the retention
*>in days.  Missing file or a zero/garbled value means the default
*>stands
            compute movedCount = 0.
            compute keptCount = 0.
            move spaces to fileNote.
            move spaces to movedFirstDate.
            move spaces to movedLastDate.

            open input live-file.
            if liveFS not = "00"
                else
                    write archout from liveRec
                    compute movedCount = movedCount + 1
                    if liveRec(1:8) is numeric
                        if movedFirstDate = spaces
                           or liveRec(1:8) < movedFirstDate
                            move liveRec(1:8) to movedFirstDate
                        end-if
                        if movedLastDate = spaces
                           or liveRec(1:8) > movedLastDate
                            move liveRec(1:8) to movedLastDate
                        end-if
                    end-if
                end-if
            end-if.

                       archName       delimited by size
                       into fileNote
                perform writeFileLine
                if movedCount > 0
                    perform writeArchiveList
                end-if
            end-if.

*>notes the archive just completed on ARCHIVE.LST - only a purge
*>whose live rewrite went through is listed, so every row a listed
*>archive holds is a row that is no longer live
        writeArchiveList.
            move liveName       to arl-live.
            move archName       to arl-archive.
            move cutoffDateX    to arl-cutoff.
            move movedFirstDate to arl-first.
            move movedLastDate  to arl-last.
            move movedCount     to arl-moved.
            move runDate        to arl-rundate.

            open extend archlist-file.
            if archListFS = "05" or archListFS = "35"
                close archlist-file
                open output archlist-file
            end-if.
            if archListFS not = "00"
                display "Could not update archive list: ARCHIVE.LST"
            else
                write archlistout from arch-list-record
                close archlist-file
            end-if.

        copyTempRecord.
