*>2026-09-02 GC document type - the catalog record now ends with the
*>           document type code wordStat stores, and the full listing
*>           shows it per document.
*>2026-10-15 GC keep the catalog record layout in step with wordStat,
*>           which now ends it with the last-seen date and the
*>           document fingerprint - a rename carries both forward.
*>2026-10-15 GC record layout kept in step with wordStat, which now
*>           also carries the unknown-word count and rate.
*>2026-10-15 GC vocabulary snapshots - a delete now also drops the
*>           document's word-frequency snapshots from WORDSNAP.MST,
*>           and a rename moves them to the new name with the
*>           catalog record, so statDiff keeps working across it.
*>2026-10-15 GC corpus dictionary - a delete takes the document off
*>           the CORPUS.MST count of every word in its latest
*>           snapshot, and off the corpus document count, before the
*>           snapshots go.
*>2026-10-15 GC record layout kept in step with wordStat, which now
*>           ends it with the document's language code - the full
*>           listing shows it per document and a rename carries it.
*>2026-10-15 GC figures snapshots - a delete also drops the
*>           document's FIGSNAP.MST records and a rename moves them,
*>           the same as its word-frequency snapshots.
*>2026-10-15 GC operator authorization - L, D and R are each allowed
*>           only to the user IDs the staged OPERATORS.DAT lists for
*>           statMaint and that mode.  A refusal ends with RC 8 and a
*>           SECURITY.LOG line before anything is opened.
*>2026-10-15 GC rename trail - every rename is appended to RENAMES.LST
*>           (date, old name, new name, user), since the document's
*>           STATHIST rows stay under the old name; statRecon reads it
*>           to count those rows toward the new name.

        identification division.
        program-id. statMaint.
        select list-file assign to "CATALOG.TXT"
                organization is line sequential
                file status is listFS.
*>snap-file is wordStat's indexed file of per-run word-frequency
*>snapshots - a document's records go where its catalog record goes
        select snap-file assign to "WORDSNAP.MST"
                organization is indexed
                access is dynamic
                record key is snap-key
                file status is snapFS.
*>figsnap-file is wordStat's indexed file of per-run figures -
*>handled like snap-file
        select figsnap-file assign to "FIGSNAP.MST"
                organization is indexed
                access is dynamic
                record key is figsnap-key
                file status is figSnapFS.
*>corpus-file is wordStat's corpus dictionary - a deleted document
*>stops counting towards the words it held
        select corpus-file assign to "CORPUS.MST"
                organization is indexed
                access is random
                record key is corp-word
                file status is corpFS.
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
*>rename-file gets one appended line per rename - the history files
*>keep the old name, so anything tying them back to the catalog has
*>to know what each document used to be called
        select rename-file assign to "RENAMES.LST"
                organization is line sequential
                file status is renameFS.
*>parm-file lets the operator stage the mode and names ahead of
*>time - first line the mode (L, D or R), second the document name,
*>third (mode R only) the new name.  Missing lines come from the
               02  master-lastrun   pic 9(8).
               02  master-runcount  pic 9(5).
               02  master-doctype   pic x(8).
               02  master-lastseen  pic 9(8).
               02  master-fingerprint pic x(18).
               02  master-unknown   pic 9(7).
               02  master-unkrate   pic 9(3)v9.
               02  master-language  pic x(2).
        fd snap-file.
*>the snapshot record exactly as wordStat writes it
            01 snap-record.
               02  snap-key.
                   03  snap-fname   pic x(30).
                   03  snap-runno   pic 9(5).
                   03  snap-word    pic x(20).
               02  snap-count       pic 9(8).
               02  snap-rundate     pic 9(8).
        fd figsnap-file.
*>the figures snapshot record exactly as wordStat writes it
            01 figsnap-record.
               02  figsnap-key.
                   03  fs-fname     pic x(30).
                   03  fs-runno     pic 9(5).
                   03  fs-seq       pic 9(5).
               02  fs-kind          pic x(7).
               02  fs-text          pic x(30).
               02  fs-line          pic 9(7).
               02  fs-left          pic x(20).
               02  fs-right         pic x(20).
               02  fs-rundate       pic 9(8).
        fd corpus-file.
*>the corpus record exactly as wordStat keeps it
            01 corpus-record.
               02  corp-word        pic x(20).
               02  corp-docs        pic 9(7).
               02  corp-firstdate   pic 9(8).
               02  corp-firstdoc    pic x(30).
        fd oper-file.
*>one operator entry - user ID, program name and the mode letters
*>that user may run it in (* for every mode)
            01 oper-line.
               02  oper-line-user    pic x(8).
               02  filler            pic x.
               02  oper-line-program pic x(9).
               02  filler            pic x.
               02  oper-line-modes   pic x(10).
        fd rename-file.
            01 renameout   pic x(80).
        fd sec-file.
            01 secout      pic x(100).
        fd list-file.
            01 listout     pic x(130).
        fd parm-file.
        77  haveParmNewName  pic x        value "N".
            88  parm-newname-given  value "Y".
        77  listedCount      pic s9(7)    comp  value 0.
        77  snapFS           pic xx.
        77  snapDoneFlag     pic x        value "N".
            88  snap-done           value "Y".
        77  oldSnapKey       pic x(55).
        77  snapHandled      pic s9(7)    comp  value 0.
        77  corpFS           pic xx.
        77  figSnapFS        pic xx.
        77  oldFigSnapKey    pic x(40).
        77  corpusDocsKey    pic x(20)    value "*DOCS*".
        77  latestRunNo      pic 9(5).
        77  corpHandled      pic s9(7)    comp  value 0.
*>the operator check - who is running this, in what mode, and
*>whether OPERATORS.DAT lets them.  no table at all refuses everyone
        77  operFS           pic xx.
        77  secFS            pic xx.
        77  operUser         pic x(8).
        77  operProgram      pic x(9)     value "STATMAINT".
        77  operMode         pic x.
        77  operModeHits     pic s9(4)    comp.
        77  operOkFlag       pic x        value "N".
            88  operator-ok         value "Y".
        77  operReason       pic x(40).
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
*>one RENAMES.LST line - the day of the rename, the name the document
*>had, the name it has now and who renamed it
        77  renameFS         pic xx.
        01  rename-record.
           02  rnt-date         pic 9(8).
           02  filler           pic x        value space.
           02  rnt-old          pic x(30).
           02  filler           pic x        value space.
           02  rnt-new          pic x(30).
           02  filler           pic x        value space.
           02  rnt-user         pic x(8).
        01  snap-count-line.
           02  snap-count-label pic x(38).
           02  snap-count-out   pic -(7)9.

        01  cat-title.
           02  filler        pic x(25)
           02  cat-grade     pic -(4)9.9.
           02  filler        pic x(6)     value " type=".
           02  cat-doctype   pic x(8).
           02  filler        pic x(6)     value " lang=".
           02  cat-language  pic x(2).
        01  cat-count-line.
           02  filler        pic x(18)    value "documents listed=".
           02  cat-count-out pic -(7)9.
                accept maintMode
            end-if.

*>a known mode has to be one the operator table allows this user
            if mode-list or mode-delete or mode-rename
                move maintMode to operMode
                perform checkOperator
                if not operator-ok
                    display "Maintenance not authorized for user ",
                            operUser, " - ", operReason
                    perform writeSecurityLog
                    move 8 to return-code
                    stop run
                end-if
            end-if.

            if mode-list
                perform listCatalog
            else
            end-if.
            stop run.

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

*>reads MAINT.PRM if it is present - mode, document name, and (for
*>a rename) the new name.  Missing lines just mean that piece still
*>comes from the ACCEPT prompt
                compute cat-sent = master-sent
                compute cat-grade = master-readscore
                move master-doctype to cat-doctype
                move master-language to cat-language
                write listout from cat-line
                compute listedCount = listedCount + 1
            end-if.
                        display "Document not on master: ", targetName
                    not invalid key
                        display "Document deleted: ", targetName
                        perform dropSnapshots
                        perform dropFigSnapshots
                end-delete
                close master-file
            end-if.

*>the deleted document's word-frequency snapshots go with it - every
*>run on file for the name.  no snapshot file just means there is
*>nothing to drop
        dropSnapshots.
            open i-o snap-file.
            if snapFS = "00"
                perform uncountCorpusDoc
                compute snapHandled = 0
                move targetName to snap-fname
                compute snap-runno = 0
                move low-values to snap-word
                move "N" to snapDoneFlag
                start snap-file key >= snap-key
                    invalid key move "Y" to snapDoneFlag
                end-start
                perform dropSnapRecord
                    until snap-done
                close snap-file
                move "  vocabulary snapshot records dropped="
                    to snap-count-label
                compute snap-count-out = snapHandled
                display snap-count-line
            end-if.

        dropSnapRecord.
            read snap-file next record
                at end move "Y" to snapDoneFlag
            end-read.
            if not snap-done
                if snap-fname not = targetName
                    move "Y" to snapDoneFlag
                else
                    delete snap-file record
                        invalid key
                            display "Could not drop snapshot record: ",
                                    targetName
                        not invalid key
                            compute snapHandled = snapHandled + 1
                    end-delete
                end-if
            end-if.

*>the deleted document's figures snapshots go the same way
        dropFigSnapshots.
            open i-o figsnap-file.
            if figSnapFS = "00"
                compute snapHandled = 0
                move targetName to fs-fname
                compute fs-runno = 0
                compute fs-seq = 0
                move "N" to snapDoneFlag
                start figsnap-file key >= figsnap-key
                    invalid key move "Y" to snapDoneFlag
                end-start
                perform dropFigSnapRecord
                    until snap-done
                close figsnap-file
                move "  figures snapshot records dropped="
                    to snap-count-label
                compute snap-count-out = snapHandled
                display snap-count-line
            end-if.

        dropFigSnapRecord.
            read figsnap-file next record
                at end move "Y" to snapDoneFlag
            end-read.
            if not snap-done
                if fs-fname not = targetName
                    move "Y" to snapDoneFlag
                else
                    delete figsnap-file record
                        invalid key
                            display "Could not drop figures record: ",
                                    targetName
                        not invalid key
                            compute snapHandled = snapHandled + 1
                    end-delete
                end-if
            end-if.

*>the corpus counts the document under its latest snapshot, so that
*>generation's words are the ones it comes off.  a document with no
*>snapshot was never counted, and no corpus file means there is
*>nothing to take it off
        uncountCorpusDoc.
            compute latestRunNo = 0.
            perform startTargetSnaps.
            perform findLatestSnap
                until snap-done.
            if latestRunNo > 0
                open i-o corpus-file
                if corpFS = "00"
                    compute corpHandled = 0
                    perform startTargetSnaps
                    perform uncountSnapWord
                        until snap-done
                    move "  corpus dictionary words uncounted="
                        to snap-count-label
                    compute snap-count-out = corpHandled
                    display snap-count-line
                    move corpusDocsKey to corp-word
                    perform uncountCorpusWord
                    close corpus-file
                end-if
            end-if.

        startTargetSnaps.
            move targetName to snap-fname.
            compute snap-runno = 0.
            move low-values to snap-word.
            move "N" to snapDoneFlag.
            start snap-file key >= snap-key
                invalid key move "Y" to snapDoneFlag
            end-start.

        findLatestSnap.
            read snap-file next record
                at end move "Y" to snapDoneFlag
            end-read.
            if not snap-done
                if snap-fname not = targetName
                    move "Y" to snapDoneFlag
                else
                    if snap-runno > latestRunNo
                        move snap-runno to latestRunNo
                    end-if
                end-if
            end-if.

        uncountSnapWord.
            read snap-file next record
                at end move "Y" to snapDoneFlag
            end-read.
            if not snap-done
                if snap-fname not = targetName
                    move "Y" to snapDoneFlag
                else
                    if snap-runno = latestRunNo
                       and snap-word not = spaces
                        move snap-word to corp-word
                        perform uncountCorpusWord
                    end-if
                end-if
            end-if.

*>one document fewer holding corp-word - never below zero
        uncountCorpusWord.
            read corpus-file
                invalid key continue
                not invalid key
                    if corp-docs > 0
                        compute corp-docs = corp-docs - 1
                        rewrite corpus-record
                            invalid key
                                display "Could not update corpus word: ",
                                        corp-word
                            not invalid key
                                compute corpHandled = corpHandled + 1
                        end-rewrite
                    end-if
            end-read.

*>moves one document's record to a new key - read the old record,
*>write it under the new name, then delete the old key, so the run
*>count and last-run date follow the document to its new filename.
                not invalid key
                    display "Document renamed: ", targetName
                    display "           now as: ", newName
                    perform writeRenameTrail
                    perform rekeySnapshots
                    perform rekeyFigSnapshots
            end-delete.

*>appends the rename to RENAMES.LST - the STATHIST rows written under
*>the old name stay as they are, and statRecon counts them toward
*>the new name off this trail
        writeRenameTrail.
            accept rnt-date from date yyyymmdd.
            move targetName to rnt-old.
            move newName to rnt-new.
            move operUser to rnt-user.
            open extend rename-file.
            if renameFS = "05" or renameFS = "35"
                close rename-file
                open output rename-file
            end-if.
            if renameFS = "00"
                write renameout from rename-record
                close rename-file
            else
                display "Could not write rename trail: RENAMES.LST"
            end-if.

*>moves the document's word-frequency snapshots to the new name the
*>same way the catalog record moved - written under the new key, then
*>the old key deleted.  each record is found afresh from the old
*>name's first key, so the writes under the new name never disturb
*>where the walk has got to
        rekeySnapshots.
            open i-o snap-file.
            if snapFS = "00"
                compute snapHandled = 0
                move "N" to snapDoneFlag
                perform rekeySnapRecord
                    until snap-done
                close snap-file
                move "  vocabulary snapshot records moved="
                    to snap-count-label
                compute snap-count-out = snapHandled
                display snap-count-line
            end-if.

        rekeySnapRecord.
            move targetName to snap-fname.
            compute snap-runno = 0.
            move low-values to snap-word.
            start snap-file key >= snap-key
                invalid key move "Y" to snapDoneFlag
            end-start.
            if not snap-done
                read snap-file next record
                    at end move "Y" to snapDoneFlag
                end-read
            end-if.
            if not snap-done
                if snap-fname not = targetName
                    move "Y" to snapDoneFlag
                else
                    perform moveSnapRecord
                end-if
            end-if.

*>a record already under the new name is a leftover of an earlier
*>document by that name - the moved one replaces it
        moveSnapRecord.
            move snap-key to oldSnapKey.
            move newName to snap-fname.
            write snap-record
                invalid key
                    rewrite snap-record
                        invalid key
                            continue
                    end-rewrite
            end-write.
            move oldSnapKey to snap-key.
            delete snap-file record
                invalid key
                    display "Could not move snapshot record: ",
                            targetName
                    move "Y" to snapDoneFlag
                not invalid key
                    compute snapHandled = snapHandled + 1
            end-delete.

*>moves the document's figures snapshots to the new name, the same
*>way rekeySnapshots moves its word snapshots
        rekeyFigSnapshots.
            open i-o figsnap-file.
            if figSnapFS = "00"
                compute snapHandled = 0
                move "N" to snapDoneFlag
                perform rekeyFigSnapRecord
                    until snap-done
                close figsnap-file
                move "  figures snapshot records moved="
                    to snap-count-label
                compute snap-count-out = snapHandled
                display snap-count-line
            end-if.

        rekeyFigSnapRecord.
            move targetName to fs-fname.
            compute fs-runno = 0.
            compute fs-seq = 0.
            start figsnap-file key >= figsnap-key
                invalid key move "Y" to snapDoneFlag
            end-start.
            if not snap-done
                read figsnap-file next record
                    at end move "Y" to snapDoneFlag
                end-read
            end-if.
            if not snap-done
                if fs-fname not = targetName
                    move "Y" to snapDoneFlag
                else
                    perform moveFigSnapRecord
                end-if
            end-if.

        moveFigSnapRecord.
            move figsnap-key to oldFigSnapKey.
            move newName to fs-fname.
            write figsnap-record
                invalid key
                    rewrite figsnap-record
                        invalid key
                            continue
                    end-rewrite
            end-write.
            move oldFigSnapKey to figsnap-key.
            delete figsnap-file record
                invalid key
                    display "Could not move figures record: ",
                            targetName
                    move "Y" to snapDoneFlag
                not invalid key
                    compute snapHandled = snapHandled + 1
            end-delete.

       end-of-job.
