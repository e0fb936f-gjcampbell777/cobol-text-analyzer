*> Program Created by Gregory Campbell
*>
*>Modification History:
*>2026-10-15 GC new program - the nightly job stream in one step.
*>           The overnight schedule used to be five separate jobs,
*>           with someone reading the last WORDSTAT.RUN record by
*>           eye to decide whether statTrend and statWatch should
*>           go, and someone remembering to stage MONTH.PRM on the
*>           first of the month.  This driver runs the chain in
*>           order - the wordStat manifest batch, statTrend,
*>           statWatch, and statMonth for the month just ended on
*>           the first business day - each step gated on the return
*>           code of the one before it.  Every step's start, end and
*>           return code go to that step's own log (with the step's
*>           console output between them), and a NIGHT.CKP restart
*>           record means a rerun after a failure picks up at the
*>           failed step instead of starting the whole night over.
*>2026-10-15 GC a restart record from an earlier night no longer
*>           stands in for tonight - the stale night's remaining
*>           steps are finished under its own date and manifest,
*>           then tonight's chain runs from the top with tonight's
*>           NIGHT.PRM manifest, so a night nobody reran is not
*>           skipped and then forgotten.

        identification division.
        program-id. statNight.

        environment division.
        input-output section.
        file-control.
*>parm-file lets the scheduler stage the night's manifest ahead of
*>time - one line holding the manifest name wordStat is to run,
*>prompted for when the file is not there
        select parm-file assign to "NIGHT.PRM"
                organization is line sequential
                file status is parmFS.
*>ckpt-file holds one record while a night is in progress - the date
*>the night belongs to and the step it is on, so a rerun after a
*>failed step resumes at that step instead of at the top
        select ckpt-file assign to "NIGHT.CKP"
                organization is line sequential
                file status is ckptFS.
*>wsparm-file is wordStat's own WORDSTAT.PRM - staged here with the
*>batch mode and the manifest so the analysis step runs unattended
        select wsparm-file assign to "WORDSTAT.PRM"
                organization is line sequential
                file status is wsParmFS.
*>monparm-file is statMonth's own MONTH.PRM - staged here with the
*>month just ended when the month-end step is due
        select monparm-file assign to "MONTH.PRM"
                organization is line sequential
                file status is monParmFS.
*>step-log-file is whichever step's log is being written - each step
*>of the chain keeps its own appended log
        select step-log-file assign to dynamic stepLogName
                organization is line sequential
                file status is stepLogFS.

        data division.
        file section.
        fd parm-file.
            01 parm-line   pic x(30).
        fd ckpt-file.
            01 ckptout     pic x(50).
        fd wsparm-file.
            01 wsparmout   pic x(30).
        fd monparm-file.
            01 monparmout  pic x(10).
        fd step-log-file.
            01 steplogout  pic x(100).

        working-storage section.
        77  parmFS           pic xx.
        77  ckptFS           pic xx.
        77  wsParmFS         pic xx.
        77  monParmFS        pic xx.
        77  stepLogFS        pic xx.
        77  ckptFileName     pic x(20)    value "NIGHT.CKP".
        77  ckptRC           pic 9(9)     comp-5.
        77  wsParmFileName   pic x(20)    value "WORDSTAT.PRM".
        77  monParmFileName  pic x(20)    value "MONTH.PRM".
        77  parmRC           pic 9(9)     comp-5.
        77  manifestName     pic x(30).
        77  stepLogName      pic x(30).

*>the chain itself - one slot per step, in the order they run: the
*>name the logs and console know it by, the command that runs it and
*>the log its start, end and console output are appended to.  the
*>job stream runs from the directory holding the programs and their
*>data files, the same place every one of them looks for its files
        01  step-table.
           02  sp-entry        occurs 4 times.
               03  sp-name       pic x(10).
               03  sp-command    pic x(20).
               03  sp-log        pic x(30).
        77  stepTotal        pic s9(2)    comp  value 4.
        77  stepIdx          pic s9(2)    comp.
*>the step the night starts (or resumes) on
        77  resumeStep       pic s9(2)    comp  value 1.
        77  resumeFlag       pic x        value "N".
            88  night-resumed       value "Y".
        77  stepCommand      pic x(100).
*>the wait status the shell hands back - the step's own return code
*>is its high-order byte
        77  sysStatus        pic s9(9)    comp-5.
        77  stepRC           pic s9(4)    comp  value 0.
        77  stepRCEd         pic z(2)9.
*>a step ending above this return code stops the chain - RC 4 is a
*>run that completed with warnings, and the steps after it still run
        77  maxContinueRC    pic s9(4)    comp  value 4.
*>the highest return code any step ended with - the driver's own
*>return code for the scheduler
        77  nightRC          pic s9(4)    comp  value 0.
        77  chainStopFlag    pic x        value "N".
            88  chain-stopped       value "Y".

*>the date the night belongs to - today on a fresh start, the date
*>on the restart record when a failed night is being resumed, so a
*>rerun that crosses midnight still makes the month-end decision
*>for the night it is finishing
        77  nightDate        pic 9(8).
        77  todayDate        pic 9(8).
        77  nightDateX       pic x(8).
        77  nightDayInt      pic s9(9)    comp.
*>day of the week of nightDate, 0 Monday through 6 Sunday - day one
*>of the integer date calendar, 1601-01-01, was a Monday
        77  nightWeekday     pic s9(4)    comp.
        77  nightDayOfMonth  pic s9(4)    comp.
        77  monthDueFlag     pic x        value "N".
            88  month-due           value "Y".
*>the month statMonth reports on the first business day - the one
*>just ended
        77  reportYear       pic 9(4).
        77  reportMonthNum   pic 9(2).
        01  report-month.
           02  rpm-year         pic 9(4).
           02  rpm-month        pic 9(2).

*>the one restart record - the night's date and the step to resume on
        01  ckpt-record.
           02  ckpt-date        pic 9(8).
           02  filler           pic x        value space.
           02  ckpt-step        pic 9(2).
           02  filler           pic x        value space.
           02  ckpt-manifest    pic x(30).

*>one step log line - when, which step, what happened and the return
*>code it happened with
        01  step-log-record.
           02  stl-date         pic 9(8).
           02  filler           pic x        value space.
           02  stl-time         pic 9(8).
           02  filler           pic x        value space.
           02  stl-step         pic x(10).
           02  filler           pic x        value space.
           02  stl-event        pic x(8).
           02  filler           pic x(4)     value " rc=".
           02  stl-rc           pic 9(3).
           02  filler           pic x        value space.
           02  stl-note         pic x(50).

*>Program settles the manifest and where the night starts (fresh or
*>resumed off the restart record), decides whether the month-end
*>step is due, then runs the chain one step at a time until it ends
*>or a step's return code stops it
        procedure division.
            perform loadStepTable.
            accept todayDate from date yyyymmdd.
            perform checkForNightCheckpoint.

*>a restart record from an earlier night means that night was never
*>finished - its remaining steps run first, under its own date and
*>manifest, and only once it completes does tonight's chain start
*>from the top.  a stale night that stops again keeps its restart
*>record and tonight waits behind it
            if night-resumed and nightDate not = todayDate
                if manifestName = spaces
                    perform getNightParms
                end-if
                display "Finishing stale night of ", nightDate,
                        " from step ", sp-name(resumeStep),
                        " before tonight's chain"
                perform runNight
                if chain-stopped
                    display "Tonight's chain not started - night of ",
                            nightDate, " still stopped at ",
                            sp-name(stepIdx)
                    move nightRC to return-code
                    stop run
                end-if
                move "N" to resumeFlag
                compute resumeStep = 1
            end-if.

            if not night-resumed or manifestName = spaces
                perform getNightParms
            end-if.
            if night-resumed
                display "Resuming night of ", nightDate,
                        " at step ", sp-name(resumeStep)
            else
                move todayDate to nightDate
            end-if.
            perform runNight.
            move nightRC to return-code.
            stop run.

*>runs one night's chain for nightDate from resumeStep until it ends
*>or a step's return code stops it
        runNight.
            perform decideMonthDue.

            compute stepIdx = resumeStep.
            perform runOneStep
                until stepIdx > stepTotal or chain-stopped.

*>a night that ran to the end needs no restart record - a stopped
*>night keeps it, pointing at the step that stopped the chain
            if not chain-stopped
                perform clearNightCheckpoint
                move nightRC to stepRCEd
                display "Night complete for ", nightDate,
                        " highest rc=", stepRCEd
            end-if.

*>the chain in running order - wordStat's manifest batch feeds the
*>history statTrend compares and the catalog statWatch checks, and
*>statMonth closes out the month once everything else is in
        loadStepTable.
            move "WORDSTAT"           to sp-name(1).
            move "./wordStat"         to sp-command(1).
            move "NIGHT-WORDSTAT.LOG" to sp-log(1).
            move "STATTREND"          to sp-name(2).
            move "./statTrend"        to sp-command(2).
            move "NIGHT-STATTREND.LOG" to sp-log(2).
            move "STATWATCH"          to sp-name(3).
            move "./statWatch"        to sp-command(3).
            move "NIGHT-STATWATCH.LOG" to sp-log(3).
            move "STATMONTH"          to sp-name(4).
            move "./statMonth"        to sp-command(4).
            move "NIGHT-STATMONTH.LOG" to sp-log(4).

*>reads NIGHT.PRM if it is present - one line holding the manifest
*>the analysis step runs.  Missing file means it comes from the
*>prompt, same as wordStat's own WORDSTAT.PRM
        getNightParms.
            move spaces to manifestName.
            open input parm-file.
            if parmFS = "00"
                read parm-file into manifestName
                    at end move spaces to manifestName
                end-read
                close parm-file
            end-if.
            if manifestName = spaces
                display "Manifest filename: "
                accept manifestName
            end-if.

*>looks for a restart record left by a night that stopped partway -
*>if there is one the night resumes on its step with its date and
*>manifest, so the steps that already finished are not run a second
*>time.  whether it is tonight's night or an earlier one the mainline
*>decides
        checkForNightCheckpoint.
            compute resumeStep = 1.
            move spaces to manifestName.
            open input ckpt-file.
            if ckptFS = "00"
                read ckpt-file into ckpt-record
                    at end move "10" to ckptFS
                end-read
                if ckptFS = "00" and ckpt-date is numeric
                   and ckpt-step is numeric
                   and ckpt-step >= 1 and ckpt-step <= stepTotal
                    move ckpt-date to nightDate
                    compute resumeStep = ckpt-step
                    move ckpt-manifest to manifestName
                    move "Y" to resumeFlag
                end-if
                close ckpt-file
            end-if.

*>records the step the night is about to run, so a failure (or an
*>abend of the driver itself) leaves the rerun pointed at it
        writeNightCheckpoint.
            move nightDate    to ckpt-date.
            move stepIdx      to ckpt-step.
            move manifestName to ckpt-manifest.

            open output ckpt-file.
            if ckptFS not = "00"
                display "Could not write restart record: ",
                        ckptFileName
            else
                write ckptout from ckpt-record
                close ckpt-file
            end-if.

        clearNightCheckpoint.
            call "CBL_DELETE_FILE" using ckptFileName
                returning ckptRC.

*>the month-end step is due on the first business day of the month -
*>the 1st when it falls Monday to Friday, otherwise the Monday after
*>a weekend 1st (the 2nd or the 3rd).  the month reported is the one
*>just ended
        decideMonthDue.
            move "N" to monthDueFlag.
            move nightDate to nightDateX.
            compute nightDayOfMonth = function numval(nightDateX(7:2)).
            compute nightDayInt = function integer-of-date(nightDate).
            compute nightWeekday =
                    function mod(nightDayInt - 1, 7).
            if nightWeekday < 5
                if nightDayOfMonth = 1
                    move "Y" to monthDueFlag
                else
                    if nightWeekday = 0 and nightDayOfMonth <= 3
                        move "Y" to monthDueFlag
                    end-if
                end-if
            end-if.
            if month-due
                compute reportYear = function numval(nightDateX(1:4))
                compute reportMonthNum =
                        function numval(nightDateX(5:2))
                if reportMonthNum = 1
                    compute reportYear = reportYear - 1
                    compute reportMonthNum = 12
                else
                    compute reportMonthNum = reportMonthNum - 1
                end-if
                move reportYear     to rpm-year
                move reportMonthNum to rpm-month
            end-if.

*>runs one step of the chain - the month-end step on any other day
*>is logged as not due and passed over, every other step is staged,
*>run and judged on its return code
        runOneStep.
            perform writeNightCheckpoint.
            move sp-log(stepIdx) to stepLogName.
            if stepIdx = 4 and not month-due
                compute stepRC = 0
                move "SKIPPED" to stl-event
                move "not the first business day of the month"
                    to stl-note
                perform writeStepLog
                display sp-name(stepIdx), " not due tonight"
            else
                perform runStepCommand
            end-if.
            if not chain-stopped
                compute stepIdx = stepIdx + 1
            end-if.

*>stages whatever parameters the step needs, logs its start, runs it
*>with its console output appended to its own log, then logs its end
*>and return code.  a return code past maxContinueRC stops the chain
*>here and leaves the restart record on this step
        runStepCommand.
            perform stageStepParms.
            compute stepRC = 0.
            move "START" to stl-event.
            move spaces to stl-note.
            if stepIdx = 1
                move manifestName to stl-note
            end-if.
            if stepIdx = 4
                move report-month to stl-note
            end-if.
            perform writeStepLog.
            display sp-name(stepIdx), " started".

            move spaces to stepCommand.
            string function trim(sp-command(stepIdx)) delimited by size
                   " >> "                            delimited by size
                   function trim(sp-log(stepIdx))    delimited by size
                   " 2>&1"                           delimited by size
                   into stepCommand
            end-string.
            call "SYSTEM" using stepCommand
                returning sysStatus.
            if sysStatus < 0
                compute stepRC = 999
            else
                compute stepRC = sysStatus / 256
            end-if.

            perform unstageStepParms.
            if stepRC > nightRC
                compute nightRC = stepRC
            end-if.
            move "END" to stl-event.
            move spaces to stl-note.
            perform writeStepLog.
            move stepRC to stepRCEd.
            display sp-name(stepIdx), " ended rc=", stepRCEd.

            if stepRC > maxContinueRC
                move "Y" to chainStopFlag
                move "STOPPED" to stl-event
                move "chain stopped here - rerun resumes at this step"
                    to stl-note
                perform writeStepLog
                display "Chain stopped at ", sp-name(stepIdx),
                        " - rerun resumes at this step"
            end-if.

*>wordStat gets its batch mode and the night's manifest, statMonth
*>gets the month just ended - each through its own parameter file,
*>exactly as an operator would have staged it by hand
        stageStepParms.
            if stepIdx = 1
                open output wsparm-file
                if wsParmFS = "00"
                    move "B" to wsparmout
                    write wsparmout
                    move manifestName to wsparmout
                    write wsparmout
                    close wsparm-file
                else
                    display "Could not stage parameters: ",
                            wsParmFileName
                end-if
            end-if.
            if stepIdx = 4
                open output monparm-file
                if monParmFS = "00"
                    move report-month to monparmout
                    write monparmout
                    close monparm-file
                else
                    display "Could not stage parameters: ",
                            monParmFileName
                end-if
            end-if.

*>the staged parameter files come back off once the step is done -
*>a WORDSTAT.PRM left behind would turn the next interactive wordStat
*>into an unattended batch of last night's manifest
        unstageStepParms.
            if stepIdx = 1
                call "CBL_DELETE_FILE" using wsParmFileName
                    returning parmRC
            end-if.
            if stepIdx = 4
                call "CBL_DELETE_FILE" using monParmFileName
                    returning parmRC
            end-if.

*>appends one line to the current step's log - opened and closed
*>around every line, since the step itself appends its console
*>output to the same file in between
        writeStepLog.
            accept stl-date from date yyyymmdd.
            accept stl-time from time.
            move sp-name(stepIdx) to stl-step.
            move stepRC to stl-rc.

            open extend step-log-file.
            if stepLogFS = "05" or stepLogFS = "35"
                close step-log-file
                open output step-log-file
            end-if.
            if stepLogFS not = "00"
                display "Could not write step log: ", stepLogName
            else
                write steplogout from step-log-record
                close step-log-file
            end-if.

       end-of-job.
