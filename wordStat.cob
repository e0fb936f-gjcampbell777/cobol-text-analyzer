*>           table overflowed (words not counted, files not
*>           subtotaled), same as the paragraph and profile tables
*>           always have, instead of dropping entries silently.
*>2026-10-15 GC document fingerprint - every input file now gets a
*>           read-only pre-pass that hashes its full content (two
*>           independent hashes over every character and line end)
*>           and the fingerprint is kept on the WORDSTAT.MST record
*>           with a new last-seen date.  A batch entry whose
*>           fingerprint matches the catalog is a feed resending an
*>           unchanged file: it is logged "unchanged, not reanalyzed"
*>           in WORDSTAT.AUD (new note column after the file
*>           statuses), its last-seen date is stamped, and it is
*>           skipped - no more identical STATHIST/STATS.CSV rows
*>           padding statMonth.  A changed fingerprint with a word
*>           count within 1% of the catalog's is flagged as a silent
*>           edit on the console, in the audit note and on the batch
*>           summary, which now counts analyzed files, unchanged
*>           skips and silent edits separately.  Existing WORDSTAT.MST
*>           files predate the wider record and need one rebuild.
*>2026-10-15 GC spelling check - every word statCheck isolates is now
*>           looked up in a staged indexed dictionary, DICT.MST (built
*>           by statDict from a flat word list), and in a per-shop
*>           HOUSEDICT.DAT list of house terms and names.  Each
*>           occurrence of a word in neither goes to SPELLnnnn.TXT
*>           (spellchk.txt in single mode) with its line number, and
*>           the unknown-word count and rate go onto stats.txt, two
*>           new STATS.CSV columns at the end of the row and the
*>           WORDSTAT.MST record.  LIMITS.DAT takes an optional fifth
*>           threshold, the unknown-word rate, so a sloppy submission
*>           lands in STATS-EXCEPTIONS.TXT.  A word carrying a digit
*>           is not checked.  No DICT.MST staged means no check, as
*>           before.  Existing WORDSTAT.MST files need one rebuild.
*>2026-10-15 GC vocabulary snapshots - the full word-frequency table
*>           of every file analyzed is now kept on WORDSNAP.MST (one
*>           indexed record per word, keyed by filename, run number
*>           and word) before the top-words report consumes it, so
*>           statDiff can show what a revision actually changed.  The
*>           run number is the catalog's run count; the newest older
*>           generation is kept alongside this run's and anything
*>           older is dropped.
*>2026-10-15 GC corpus dictionary - CORPUS.MST, an indexed file keyed
*>           by word, now records for every word how many catalogued
*>           documents contain it and the date and document it was
*>           first seen in, with a *DOCS* control record counting the
*>           documents.  A rerun moves only the difference against
*>           the document's previous snapshot, so a document is never
*>           counted twice.  Each file analyzed gets DISTnnnn.TXT
*>           (distinct.txt in single mode): its words ranked by how
*>           much more often it uses them than the corpus does
*>           (frequency per thousand words weighted by the log of
*>           documents over documents containing the word, stoplisted
*>           words left out), then the words the corpus had never
*>           seen before.  A batch also gets DISTTYPE.TXT, the terms
*>           most distinctive of each document type across the night.
*>2026-10-15 GC language identification - the fingerprint pre-pass
*>           now also counts the common function words of each
*>           language staged in LANGTAB.DAT (built-in English,
*>           Spanish and French markers when it isn't staged) over
*>           the first words of the file, and the language with the
*>           clear majority is the document's language.  The file is
*>           then scanned with that language's own PUNCTAB-xx.DAT and
*>           STOPLIST-xx.DAT where staged, the house PUNCTAB.DAT and
*>           STOPLIST.DAT otherwise.  The Flesch-Kincaid grade is an
*>           English measure, so it is not computed for a document
*>           identified as another language.  The language code (??
*>           when it could not be told) goes onto stats.txt, a new
*>           trailing STATS.CSV column, STATHIST.TXT and the catalog
*>           record, and the batch summary subtotals the night by
*>           language and lists the documents not identified.
*>           Existing WORDSTAT.MST needs one rebuild for the longer
*>           record.
*>2026-10-15 GC figures report - as statCheck reaches each digit run
*>           the figure it starts is taken off the line whole: dollar
*>           amounts, percentages (a % sign or the word percent),
*>           dates (d/m/y, y-m-d, or a month name with its day or
*>           year) and plain numbers with their grouping commas,
*>           decimals and sign.  FIGSnnnn.TXT (figures.txt in single
*>           mode) lists each with its line number and the text
*>           either side of it, then compares it with the document's
*>           previous run: figures added, removed, and changed (a
*>           different figure in the same place).  The figures are
*>           kept per run in indexed FIGSNAP.MST, two generations per
*>           document like WORDSNAP.MST.  A batch also gets
*>           FIGURES.TXT, every figure of the night by file with its
*>           change status.
*>2026-10-15 GC operator authorization - a batch or single analysis
*>           run now first looks the running user up in the staged
*>           OPERATORS.DAT for wordStat and the mode (B or S).  No
*>           table, or no line allowing it, refuses the run: RC 8, a
*>           WORDSTAT.RUN record, and a SECURITY.LOG line with the
*>           user, program, mode and time.  Inquiry reads the
*>           catalog only and is not checked.
*>2026-10-15 GC house dictionary words are normalized the way the scan
*>           builds a word - the whole HOUSEDICT.DAT line is read and
*>           the first 20 kept characters held (a hyphenated term
*>           lost its last letter before), and byte x'80' is kept as
*>           a national character like the rest of the upper half.
*>           House terms past the 500-entry table are counted and the
*>           run ends with a warning instead of dropping them quietly.

        identification division.
        program-id. wordStat.
*>sentence and which are treated as word-separating punctuation -
*>see loadPunctTable for the record layout and the defaults used
*>when the file is not there
        select punct-file assign to dynamic punctTabName
                organization is line sequential
                file status is punctFS.
*>limits-file lets editorial stage named rule sets - per set, the
*>per line, matched against every word the scan isolates.  a stopped
*>word still counts toward every total, it just stays off the
*>top-words report.  no file staged means no stoplist this run
        select stop-file assign to dynamic stopListName
                organization is line sequential
                file status is stopFS.
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
*>lang-file lets editorial stage the function words each language is
*>told apart by - see loadLangTable for the record layout and the
*>built-in markers used when the file is not there
        select lang-file assign to "LANGTAB.DAT"
                organization is line sequential
                file status is langFS.
*>err-file collects one line per input line whose character
*>classification didn't reconcile - garbled or mis-encoded input
        select err-file assign to "STATS-ERRORS.TXT"
        select dup-file assign to "DUPRPT.TXT"
                organization is line sequential
                file status is dupFS.
*>dict-file is the staged word dictionary statDict builds - one
*>indexed record per known word, uppercased.  no DICT.MST staged
*>means no spelling check this run
        select dict-file assign to "DICT.MST"
                organization is indexed
                access is random
                record key is dict-word
                file status is dictFS.
*>house-file lets a shop stage its own additions to the dictionary -
*>house terms, product names, people's names - one word per line
        select house-file assign to "HOUSEDICT.DAT"
                organization is line sequential
                file status is houseFS.
*>spell-file gets the unknown-word report for the file just analyzed
        select spell-file assign to dynamic outSpellName
                organization is line sequential
                file status is spellFS.
*>master-file is the document catalog - one indexed record per input
*>filename holding that document's latest stats, rewritten in place
*>on each rerun instead of appended like STATHIST
                access is random
                record key is master-fname
                file status is masterFS.
*>snap-file keeps each document's whole word-frequency table from
*>its latest run and the run before it - one indexed record per word
*>keyed by filename, run number and word, walked in key order to
*>prune the older generations
        select snap-file assign to "WORDSNAP.MST"
                organization is indexed
                access is dynamic
                record key is snap-key
                file status is snapFS.
*>corpus-file is the corpus dictionary - one indexed record per word
*>ever seen, with how many catalogued documents contain it, plus the
*>*DOCS* control record holding how many documents there are
        select corpus-file assign to "CORPUS.MST"
                organization is indexed
                access is random
                record key is corp-word
                file status is corpFS.
*>dist-file gets the distinctive-terms report for the file just
*>analyzed
        select dist-file assign to dynamic outDistName
                organization is line sequential
                file status is distFS.
*>disttype-file gets the end-of-manifest distinctive terms by
*>document type
        select disttype-file assign to "DISTTYPE.TXT"
                organization is line sequential
                file status is distTypeFS.
*>fig-file gets the figures report for the file just analyzed
        select fig-file assign to dynamic outFigName
                organization is line sequential
                file status is figFS.
*>figsnap-file keeps each run's figures per document, for the next
*>run to compare against - keyed like WORDSNAP.MST, by document,
*>run number and the figure's place in the run
        select figsnap-file assign to "FIGSNAP.MST"
                organization is indexed
                access is dynamic
                record key is figsnap-key
                file status is figSnapFS.
*>figlist-file gets every figure of every file a batch analyzes
        select figlist-file assign to "FIGURES.TXT"
                organization is line sequential
                file status is figListFS.

        data division.
        file section.
        fd manifest-file.
            01 manifest-line pic x(50).
        fd stathist-file.
            01 histout     pic x(103).
        fd freq-file.
            01 freqout     pic x(40).
        fd csv-file.
            01 csvout      pic x(200).
        fd ckpt-file.
            01 ckptout     pic x(80).
        fd parm-file.
               02  punct-line-type   pic x.
               02  punct-line-char   pic x.
        fd limits-file.
*>one staged rule set - a name and five thresholds.  a blank
*>threshold field means that measure is not checked by this set
            01 limits-line.
               02  lim-line-name     pic x(8).
               02  lim-line-aws      pic x(6).
               02  filler            pic x.
               02  lim-line-errs     pic x(5).
               02  filler            pic x.
               02  lim-line-unkrate  pic x(6).
        fd except-file.
            01 exceptout   pic x(120).
        fd keyword-file.
            01 keyword-line pic x(20).
        fd stop-file.
            01 stop-line   pic x(20).
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
        fd lang-file.
*>each record is a language code, a space and one of that language's
*>common function words - a word may be listed under more than one
            01 lang-line.
               02  lang-line-code   pic x(2).
               02  filler           pic x.
               02  lang-line-word   pic x(20).
        fd concord-file.
            01 concout     pic x(180).
        fd err-file.
            01 errout      pic x(100).
        fd audit-file.
            01 auditout    pic x(110).
        fd runstat-file.
            01 runstatout  pic x(50).
        fd batch-ckpt-file.
            01 sentout     pic x(100).
        fd dup-file.
            01 dupout      pic x(100).
        fd dict-file.
            01 dict-record.
               02  dict-word        pic x(20).
        fd house-file.
            01 house-line  pic x(40).
        fd spell-file.
            01 spellout    pic x(80).
        fd master-file.
*>the catalog record for one document - keyed by the same pic x(30)
*>filename the manifest and fname carry
               02  master-lastrun   pic 9(8).
               02  master-runcount  pic 9(5).
               02  master-doctype   pic x(8).
*>the last night the document arrived at all, analyzed or skipped
*>as unchanged, and the fingerprint of the content last analyzed
               02  master-lastseen  pic 9(8).
               02  master-fingerprint pic x(18).
*>unknown words in the last run analyzed, and their rate per hundred
*>words checked
               02  master-unknown   pic 9(7).
               02  master-unkrate   pic 9(3)v9.
*>the language the last run identified the document as, ?? when it
*>could not be told
               02  master-language  pic x(2).
        fd snap-file.
*>one word of one run's snapshot.  each run also gets a header record
*>with a blank word - blank sorts ahead of every word, so it is the
*>first record of its run - whose count is the run's total word
*>occurrences.  statDiff reads this same layout
            01 snap-record.
               02  snap-key.
                   03  snap-fname   pic x(30).
                   03  snap-runno   pic 9(5).
                   03  snap-word    pic x(20).
               02  snap-count       pic 9(8).
               02  snap-rundate     pic 9(8).
        fd corpus-file.
*>one word of the corpus - documents whose latest run contains it,
*>and when and where it first turned up.  the *DOCS* record (a key no
*>scanned word can have) counts the documents instead, its first-seen
*>date being the night the corpus began.  statMaint reads this layout
            01 corpus-record.
               02  corp-word        pic x(20).
               02  corp-docs        pic 9(7).
               02  corp-firstdate   pic 9(8).
               02  corp-firstdoc    pic x(30).
        fd dist-file.
            01 distout     pic x(80).
        fd disttype-file.
            01 disttypeout pic x(80).
        fd fig-file.
            01 figout      pic x(160).
        fd figsnap-file.
*>one figure of one run - sequence zero is the run's header record,
*>carrying the run date and how many figures it found
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
        fd figlist-file.
            01 figlistout  pic x(130).

        working-storage section.
        77  endOfFile        pic 9        value 1.
        77  histFS           pic xx.
        77  freqFS           pic xx.
        77  csvFS            pic xx.
*>wide enough for the longest possible row - all 15 fields at full
*>width with their 14 commas runs to 146 bytes
        77  csvLine          pic x(200).
        77  csvRunDate       pic 9(8).
        77  ckptFS           pic xx.
        77  ckptFileName     pic x(20)    value "WORDSTAT.CKP".
        77  batchAttempted   pic s9(7)    comp  value 0.
        77  batchCompleted   pic s9(7)    comp  value 0.
        77  batchMissing     pic s9(7)    comp  value 0.
        77  batchUnchanged   pic s9(7)    comp  value 0.
        77  batchSilentEdits pic s9(7)    comp  value 0.
        77  batchTotSent     pic s9(9)    comp  value 0.
        77  batchTotWords    pic s9(9)    comp  value 0.
        77  batchTotChar     pic s9(9)    comp  value 0.
        77  batchMaxScore    pic s9(4)v9  comp-3.
        77  batchMinFname    pic x(30).
        77  batchMaxFname    pic x(30).
*>how many of the analyzed files carried a readability grade - the
*>lowest/highest only range over those
        77  batchGraded      pic s9(7)    comp  value 0.

*>per-language subtotals for the batch summary, and the files whose
*>language could not be identified
        01  lang-sum-table.
           02  ls-entry        occurs 10 times.
               03  ls-code       pic x(2).
               03  ls-files      pic s9(7)    comp.
               03  ls-words      pic s9(9)    comp.
               03  ls-sent       pic s9(9)    comp.
        77  lsTotal          pic s9(2)    comp  value 0.
        77  lsIdx            pic s9(2)    comp.
        77  lsSlot           pic s9(2)    comp.
        77  lsOverflow       pic s9(7)    comp  value 0.
        01  unident-table.
           02  un-fname        occurs 50 times  pic x(30).
        77  unTotal          pic s9(2)    comp  value 0.
        77  unIdx            pic s9(2)    comp.
        77  unOverflow       pic s9(7)    comp  value 0.

*>per-document-type subtotals for the batch summary - one slot per
*>type seen in the manifest this run
        77  deskSlot         pic s9(2)    comp.
        77  deskOverflow     pic s9(7)    comp  value 0.

*>the files this run flagged as silent edits, for the summary page
        01  silent-table.
           02  se-fname        occurs 50 times  pic x(30).
        77  seTotal          pic s9(2)    comp  value 0.
        77  seIdx            pic s9(2)    comp.
        77  seOverflow       pic s9(7)    comp  value 0.

*>one word-frequency profile per completed batch file - the file's
*>top 200 words by count, captured off the word-freq-table before the
*>top-25 report consumes it and held sorted by word so the pairwise
        77  havePARMTarget   pic x        value "N".
            88  parm-target-given   value "Y".
        77  punctFS          pic xx.
*>the operator check - who is running this, in what mode, and
*>whether OPERATORS.DAT lets them.  no table at all refuses everyone
        77  operFS           pic xx.
        77  secFS            pic xx.
        77  operUser         pic x(8).
        77  operProgram      pic x(9)     value "WORDSTAT".
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
*>which punctuation table and stoplist are loaded - the house files,
*>or a language's own PUNCTAB-xx.DAT / STOPLIST-xx.DAT where one is
*>staged - and what the stats report names as having been used
        77  punctTabName     pic x(20)    value "PUNCTAB.DAT".
        77  stopListName     pic x(20)    value "STOPLIST.DAT".
        77  punctUsedName    pic x(20).
        77  stopUsedName     pic x(20).

*>table of characters that count as sentence terminators, loaded
*>from PUNCTAB.DAT (or defaulted to . ! ? if it isn't there)
               03  rs-longsent   pic s9(4)    comp.
               03  rs-aws        pic s9(4)v9  comp-3.
               03  rs-errs       pic s9(4)    comp.
               03  rs-unkrate    pic s9(4)v9  comp-3.
        77  limitsFS         pic xx.
        77  limitCount       pic s9(2)    comp  value 0.
        77  limitIdx         pic s9(2)    comp.
        77  keywordCount     pic s9(2)    comp  value 0.
        77  keywordIdx       pic s9(2)    comp.
        77  curWordUpper     pic x(20).
        77  kwRaw            pic x(40).
        77  kwClean          pic x(20).
        77  kwRawPos         pic s9(2)    comp.
        77  kwCleanLen       pic s9(2)    comp.
        77  stopIdx          pic s9(4)    comp.
        77  isStopFlag       pic x        value "N".
            88  is-stop-word        value "Y".
*>the languages documents are told apart in, and the function words
*>each is recognized by - held uppercased.  a word listed under more
*>than one language counts for each of them
        77  langFS           pic xx.
        01  lang-table.
           02  lg-entry        occurs 10 times.
               03  lg-code       pic x(2).
               03  lg-hits       pic s9(7)    comp.
        77  langCount        pic s9(2)    comp  value 0.
        77  langIdx          pic s9(2)    comp.
        77  langSlot         pic s9(2)    comp.
        77  langBest         pic s9(2)    comp.
        77  langBestHits     pic s9(7)    comp.
        77  langNextHits     pic s9(7)    comp.
        01  lang-marker-table.
           02  lm-entry        occurs 300 times.
               03  lm-word       pic x(20).
               03  lm-lang       pic s9(2)    comp.
        77  markerCount      pic s9(4)    comp  value 0.
        77  markerIdx        pic s9(4)    comp.
*>the markers used when no LANGTAB.DAT is staged
        01  default-markers.
           02  filler pic x(22) value "ENTHE".
           02  filler pic x(22) value "ENAND".
           02  filler pic x(22) value "ENOF".
           02  filler pic x(22) value "ENTO".
           02  filler pic x(22) value "ENIS".
           02  filler pic x(22) value "ENTHAT".
           02  filler pic x(22) value "ENWITH".
           02  filler pic x(22) value "ENFOR".
           02  filler pic x(22) value "ENWAS".
           02  filler pic x(22) value "ENARE".
           02  filler pic x(22) value "ENTHIS".
           02  filler pic x(22) value "ENFROM".
           02  filler pic x(22) value "ESEL".
           02  filler pic x(22) value "ESLOS".
           02  filler pic x(22) value "ESLAS".
           02  filler pic x(22) value "ESY".
           02  filler pic x(22) value "ESDEL".
           02  filler pic x(22) value "ESPOR".
           02  filler pic x(22) value "ESUNA".
           02  filler pic x(22) value "ESCON".
           02  filler pic x(22) value "ESES".
           02  filler pic x(22) value "ESPARA".
           02  filler pic x(22) value "ESAL".
           02  filler pic x(22) value "ESCOMO".
           02  filler pic x(22) value "FRLE".
           02  filler pic x(22) value "FRLES".
           02  filler pic x(22) value "FRET".
           02  filler pic x(22) value "FRDES".
           02  filler pic x(22) value "FRDU".
           02  filler pic x(22) value "FREST".
           02  filler pic x(22) value "FRUNE".
           02  filler pic x(22) value "FRPOUR".
           02  filler pic x(22) value "FRDANS".
           02  filler pic x(22) value "FRAVEC".
           02  filler pic x(22) value "FRQUI".
           02  filler pic x(22) value "FRPAS".
        01  default-marker-table redefines default-markers.
           02  dm-entry        occurs 36 times.
               03  dm-code       pic x(2).
               03  dm-word       pic x(20).
        77  defaultMarkerCount pic s9(4)  comp  value 36.
*>the document's language - only the first langSampleMax words are
*>looked at, and the leading language has to have at least
*>langMinHits marker hits, make up langMinPct percent of the words
*>looked at and beat the runner-up outright, or the document is
*>left unidentified.  the readability grade is an English measure
*>and is only computed for English or unidentified documents
        77  curLanguage      pic x(2)     value "??".
        77  loadedLanguage   pic x(2)     value "??".
        77  langUnknownCode  pic x(2)     value "??".
        77  houseLanguage    pic x(2)     value "EN".
        77  langSampleMax    pic s9(7)    comp  value 5000.
        77  langMinHits      pic s9(4)    comp  value 5.
        77  langMinPct       pic s9(4)    comp  value 3.
        77  langSampled      pic s9(7)    comp  value 0.
        77  langWord         pic x(20).
        77  langWordUpper    pic x(20).
        77  langWordLen      pic s9(2)    comp  value 0.
        77  gradeSuppressFlag pic x       value "N".
            88  grade-suppressed    value "Y".
*>the spelling check - the staged dictionary is held open for the
*>whole run when DICT.MST is there, and the house additions are held
*>in a table normalized the same way the dictionary's words are
        77  dictFS           pic xx.
        77  spellActiveFlag  pic x        value "N".
            88  spell-active        value "Y".
        01  house-table.
           02  hw-entry        occurs 500 times  pic x(20).
        77  houseFS          pic xx.
        77  houseCount       pic s9(4)    comp  value 0.
        77  houseIdx         pic s9(4)    comp.
        77  houseOverflow    pic s9(7)    comp  value 0.
        77  dictClean        pic x(20).
        77  dictCleanLen     pic s9(2)    comp.
        77  spellFS          pic xx.
        77  outSpellName     pic x(30).
        77  spellOpenFlag    pic x        value "N".
            88  spell-report-open   value "Y".
        77  wordKnownFlag    pic x        value "N".
            88  word-known          value "Y".
        77  wordDigitFlag    pic x        value "N".
            88  word-has-digit      value "Y".
        77  spellPos         pic s9(2)    comp.
*>words looked up in the file in progress, how many of them neither
*>list knew, and the unknown rate per hundred words looked up
        77  spellChecked     pic s9(7)    comp  value 0.
        77  unknownWords     pic s9(7)    comp  value 0.
        77  unkRateWork      pic s9(4)v9  comp-3  value 0.
        77  concFS           pic xx.
        77  concordActiveFlag pic x       value "N".
            88  concord-active      value "Y".
        77  auditRunTime     pic 9(8).
        77  auditInputFS     pic xx.
        77  auditOutputFS    pic xx.
        77  auditNoteText    pic x(28).

*>the content fingerprint of the file about to be analyzed - two
*>independent hashes (different multipliers, different prime
*>moduli) folded over every character and every line end, taken in
*>a read-only pre-pass so a resend of an unchanged file is caught
*>before any of the analysis is paid for
        77  fpHashA          pic s9(9)    comp.
        77  fpHashB          pic s9(9)    comp.
        77  fpPrimeA         pic s9(9)    comp  value 999999937.
        77  fpPrimeB         pic s9(9)    comp  value 999999929.
        77  fpWork           pic s9(18)   comp.
        77  fpQuot           pic s9(18)   comp.
        77  fpByte           pic s9(4)    comp.
        77  fpPos            pic s9(4)    comp.
        77  fpEofFlag        pic x        value "N".
            88  fp-at-end           value "Y".
        01  doc-fingerprint.
           02  fp-hash-a       pic 9(9).
           02  fp-hash-b       pic 9(9).

*>what the catalog held for the document before this run - read once
*>per file, ahead of the analysis, so the fingerprint and word count
*>can be judged against the last run
        77  priorFoundFlag   pic x        value "N".
            88  prior-on-master     value "Y".
        77  priorWords       pic s9(7)    comp  value 0.
        77  priorFingerprint pic x(18).
        77  priorRunCount    pic s9(5)    comp  value 0.
*>the vocabulary snapshot - the run number this run's snapshot goes
*>under (the catalog's run count once this run is recorded) and the
*>older generation kept alongside it
        77  snapFS           pic xx.
        77  snapRunNo        pic 9(5).
        77  snapKeepRunNo    pic 9(5).
        77  snapDoneFlag     pic x        value "N".
            88  snap-done           value "Y".
        77  snapWrittenFlag  pic x        value "N".
            88  snap-written        value "Y".
*>the corpus dictionary - whether it could be brought up to date for
*>the file in progress, how many documents it holds, the words this
*>file was the first to use, and whether a word was already in the
*>document's previous snapshot (and so already counted for it)
        77  corpFS           pic xx.
        77  corpusReadyFlag  pic x        value "N".
            88  corpus-ready        value "Y".
        77  corpusDocs       pic s9(7)    comp  value 0.
        77  corpusDocsKey    pic x(20)    value "*DOCS*".
        77  corpNewWords     pic s9(7)    comp  value 0.
        77  inPriorSnapFlag  pic x        value "N".
            88  in-prior-snap       value "Y".
*>the distinctive-terms report - a word's weight is its frequency
*>per thousand words of the file times the log of corpus documents
*>over documents containing it, so a word every document uses
*>weighs nothing however often it occurs.  a word has to occur at
*>least distMinCount times to place, so one-off typos don't top it
        77  distFS           pic xx.
        77  outDistName      pic x(30).
        77  distRatio        pic 9(7)v9(6) comp-3.
        77  bestScore        pic s9(7)v9(4) comp-3.
        77  distMinCount     pic s9(4)    comp  value 2.
        77  distTop          pic s9(4)    comp  value 25.
        77  distNewListMax   pic s9(4)    comp  value 500.
        77  distNewListed    pic s9(7)    comp  value 0.
*>the night's distinctive terms by document type - every word that
*>placed on a file's report, summed under the file's type
        77  distTypeFS       pic xx.
        01  type-term-table.
           02  tt-entry        occurs 5000 times.
               03  tt-type       pic x(8).
               03  tt-word       pic x(20).
               03  tt-docs       pic s9(5)    comp.
               03  tt-score      pic s9(9)v9(4) comp-3.
        77  ttTotal          pic s9(4)    comp  value 0.
        77  ttIdx            pic s9(4)    comp.
        77  ttSlot           pic s9(4)    comp.
        77  ttOverflow       pic s9(7)    comp  value 0.
        77  ttBestIdx        pic s9(4)    comp.
        77  ttBestScore      pic s9(9)v9(4) comp-3.
        77  ttRank           pic s9(4)    comp.
        77  ttTypeTop        pic s9(4)    comp  value 15.
        77  ttCurType        pic x(8).

*>the figures in the file being analyzed - each one's kind, the
*>figure as written, its line, the 20 characters either side of it
*>on that line and, once compared, its state against the previous
*>run (U unchanged, A added, C changed - fg-was the figure it
*>replaced - or blank, not compared)
        77  figFS            pic xx.
        77  outFigName       pic x(30).
        01  fig-table.
           02  fg-entry        occurs 2000 times.
               03  fg-kind       pic x(7).
               03  fg-text       pic x(30).
               03  fg-line       pic s9(7)    comp.
               03  fg-left       pic x(20).
               03  fg-right      pic x(20).
               03  fg-state      pic x.
               03  fg-was        pic x(30).
        77  figTotal         pic s9(4)    comp  value 0.
        77  figOverflow      pic s9(7)    comp  value 0.
        77  figIdx           pic s9(4)    comp.
*>the figures of the previous run, off FIGSNAP.MST - pg-state M once
*>matched to a figure of this run, R when it is gone
        01  prior-fig-table.
           02  pg-entry        occurs 2000 times.
               03  pg-kind       pic x(7).
               03  pg-text       pic x(30).
               03  pg-line       pic s9(7)    comp.
               03  pg-left       pic x(20).
               03  pg-right      pic x(20).
               03  pg-state      pic x.
        77  pfTotal          pic s9(4)    comp  value 0.
        77  pfIdx            pic s9(4)    comp.
        77  pfFound          pic s9(4)    comp.
        77  figSnapFS        pic xx.
        77  figKeepRunNo     pic 9(5).
        77  figPriorDate     pic 9(8).
        77  figSeq           pic 9(5).
        77  figSnapDoneFlag  pic x        value "N".
            88  figsnap-done        value "Y".
        77  figPriorFlag     pic x        value "N".
            88  fig-prior-found     value "Y".
        77  figComparedFlag  pic x        value "N".
            88  figs-compared       value "Y".
        77  figMatchPass     pic s9(2)    comp.
        77  figAmounts       pic s9(5)    comp.
        77  figPercents      pic s9(5)    comp.
        77  figDates         pic s9(5)    comp.
        77  figNumbers       pic s9(5)    comp.
        77  figAdded         pic s9(5)    comp.
        77  figRemoved       pic s9(5)    comp.
        77  figChanged       pic s9(5)    comp.
        77  figSame          pic s9(5)    comp.
        77  figFileChanges   pic s9(5)    comp.
*>taking one figure off the line - where its digits start, where the
*>figure as written begins and ends, how far along the line figures
*>have already been taken, and what separators it carried
        77  figStart         pic s9(4)    comp.
        77  figBegin         pic s9(4)    comp.
        77  figEnd           pic s9(4)    comp.
        77  figPos           pic s9(4)    comp.
        77  figEndPos        pic s9(4)    comp  value 0.
        77  figLen           pic s9(4)    comp.
        77  figCtxLen        pic s9(4)    comp.
        77  figDigitRun      pic s9(4)    comp.
        77  figSlashes       pic s9(2)    comp.
        77  figDashes        pic s9(2)    comp.
        77  figSeps          pic s9(2)    comp.
        77  figKind          pic x(7).
        77  figScanDoneFlag  pic x        value "N".
            88  fig-scan-done       value "Y".
        77  monthWord        pic x(9).
        77  monthPos         pic s9(4)    comp.
        77  monthEnd         pic s9(4)    comp.
        77  monthLen         pic s9(4)    comp.
        77  monthIdx         pic s9(2)    comp.
        77  monthFoundFlag   pic x        value "N".
            88  month-found         value "Y".
        01  month-names.
           02  filler pic x(9) value "JANUARY".
           02  filler pic x(9) value "FEBRUARY".
           02  filler pic x(9) value "MARCH".
           02  filler pic x(9) value "APRIL".
           02  filler pic x(9) value "MAY".
           02  filler pic x(9) value "JUNE".
           02  filler pic x(9) value "JULY".
           02  filler pic x(9) value "AUGUST".
           02  filler pic x(9) value "SEPTEMBER".
           02  filler pic x(9) value "OCTOBER".
           02  filler pic x(9) value "NOVEMBER".
           02  filler pic x(9) value "DECEMBER".
           02  filler pic x(9) value "JAN".
           02  filler pic x(9) value "FEB".
           02  filler pic x(9) value "MAR".
           02  filler pic x(9) value "APR".
           02  filler pic x(9) value "JUN".
           02  filler pic x(9) value "JUL".
           02  filler pic x(9) value "AUG".
           02  filler pic x(9) value "SEP".
           02  filler pic x(9) value "SEPT".
           02  filler pic x(9) value "OCT".
           02  filler pic x(9) value "NOV".
           02  filler pic x(9) value "DEC".
        01  month-table redefines month-names.
           02  mn-entry        occurs 24 times  pic x(9).
*>the night's listing of every figure, across the batch
        77  figListFS        pic xx.
        77  figListActiveFlag pic x       value "N".
            88  figlist-active      value "Y".
        77  figListLines     pic s9(7)    comp  value 0.
        77  figListChanged   pic s9(7)    comp  value 0.
        77  fileUnchangedFlag pic x       value "N".
            88  file-unchanged      value "Y".
*>a changed file whose word count moved by no more than this percent
*>of the catalog's count is a silent edit
        77  silentEditFlag   pic x        value "N".
            88  silent-edit         value "Y".
        77  silentEditPct    pic s9(2)    comp  value 1.
        77  wordDrift        pic s9(7)    comp.
*>how the run went overall - 0 clean, 4 completed with warnings,
*>8 serious failure - and the counts the run-status record carries
        77  runstatFS        pic xx.
               03  wf-word       pic x(20).
               03  wf-count      pic s9(8)   comp.
               03  wf-stop       pic x.
               03  wf-known      pic x.
               03  wf-docs       pic s9(7)    comp.
               03  wf-new        pic x.
               03  wf-score      pic s9(7)v9(4) comp-3.
        77  wfHashSize       pic s9(9)    comp  value 100003.
        77  wfIdx            pic s9(9)    comp.
        77  wfHash           pic s9(9)    comp.
           02  filler        pic x(21)
                    value "words occurring once=".
           02  outOnce       pic -(7)9.
        01 output-stat-13.
           02  filler        pic x(14)    value "unknown words=".
           02  outUnknown    pic -(7)9.
        01 output-stat-14.
           02  filler        pic x(20)
                    value "unknown word rate %=".
           02  outUnkRate    pic -(4)9.9.
        01 output-stat-9n.
           02  filler        pic x(34)
                    value "readability not graded - language=".
           02  outNoGradeLang pic x(2).
        01 output-stat-15.
           02  filler        pic x(9)     value "language=".
           02  outLanguage   pic x(2).
           02  filler        pic x(13)    value " punctuation=".
           02  outPunctTab   pic x(20).
           02  filler        pic x(10)    value " stoplist=".
           02  outStopList   pic x(20).
*>the unknown-word report for one file - a line per occurrence of a
*>word neither the dictionary nor the house list knows, then totals
        01  spell-title.
           02  filler        pic x(23)
                    value "UNKNOWN WORDS IN FILE: ".
           02  spell-title-fname pic x(30).
        01  spell-line.
           02  filler        pic x(5)     value "line=".
           02  spell-linenum pic z(6)9.
           02  filler        pic x(6)     value " word=".
           02  spell-word    pic x(20).
        01  spell-total-line.
           02  filler        pic x(14)    value "unknown words=".
           02  spell-tot-unk pic -(7)9.
           02  filler        pic x(15)    value " words checked=".
           02  spell-tot-chk pic -(7)9.
           02  filler        pic x(8)     value " rate %=".
           02  spell-tot-rate pic -(4)9.9.
*>the distinctive-terms report for one file, and the night's terms
*>by document type
        01  dist-title.
           02  filler        pic x(27)
                    value "DISTINCTIVE TERMS IN FILE: ".
           02  dist-title-fname pic x(30).
        01  dist-corpus-line.
           02  filler        pic x(20)    value "documents in corpus=".
           02  dist-corpus-docs pic -(7)9.
           02  filler        pic x(18)
                    value " word occurrences=".
           02  dist-tokens   pic -(8)9.
        01  dist-head.
           02  filler        pic x(47)
                    value "word                    count    docs    weight".
        01  dist-line.
           02  dist-word     pic x(20).
           02  dist-count    pic -(7)9.
           02  dist-docs     pic -(7)9.
           02  dist-score    pic -(6)9.99.
        01  dist-small-line.
           02  filler        pic x(50)
               value "corpus holds one document - nothing to weigh it by".
        01  dist-none-line.
           02  filler        pic x(30)
                    value "no word occurs often enough".
        01  dist-new-head.
           02  filler        pic x(24)
                    value "WORDS NEW TO THE CORPUS:".
        01  dist-new-line.
           02  filler        pic x(3)     value spaces.
           02  dist-new-word pic x(20).
           02  filler        pic x(7)     value " count=".
           02  dist-new-count pic -(7)9.
        01  dist-count-line.
           02  dist-count-label pic x(22).
           02  dist-count-out   pic -(7)9.
        01  dtype-title.
           02  filler        pic x(38)
                    value "DISTINCTIVE TERMS BY DOCUMENT TYPE:".
        01  dtype-type-line.
           02  filler        pic x(5)     value "type=".
           02  dtype-type    pic x(8).
        01  dtype-line.
           02  filler        pic x(3)     value spaces.
           02  dtype-word    pic x(20).
           02  filler        pic x(7)     value " files=".
           02  dtype-docs    pic -(4)9.
           02  filler        pic x(14)    value " total weight=".
           02  dtype-score   pic -(8)9.99.
        01  dtype-none-line.
           02  filler        pic x(36)
                    value "no distinctive terms placed tonight".
        01  dtype-over-line.
           02  filler        pic x(29)
                    value "terms not summed-table full=".
           02  dtype-over-count pic -(7)9.
*>the figures report for one file, and the batch listing
        01  fig-title.
           02  filler        pic x(17)    value "FIGURES IN FILE: ".
           02  fig-title-fname pic x(30).
        01  fig-line.
           02  filler        pic x(5)     value "line=".
           02  fig-line-out  pic z(6)9.
           02  filler        pic x        value space.
           02  fig-kind-out  pic x(7).
           02  filler        pic x        value space.
           02  fig-text-out  pic x(30).
           02  filler        pic x        value space.
           02  fig-ctx-out   pic x(72).
        01  fig-cmp-line.
           02  fig-cmp-state pic x(8).
           02  filler        pic x(5)     value "line=".
           02  fig-cmp-line-out pic z(6)9.
           02  filler        pic x        value space.
           02  fig-cmp-kind  pic x(7).
           02  filler        pic x        value space.
           02  fig-cmp-text  pic x(30).
           02  fig-cmp-was-lit pic x(5).
           02  fig-cmp-was   pic x(30).
           02  filler        pic x        value space.
           02  fig-cmp-ctx   pic x(60).
        01  fig-count-line.
           02  fig-count-label pic x(30).
           02  fig-count-out   pic -(7)9.
        01  fig-cmp-head.
           02  filler        pic x(21)    value "COMPARED WITH RUN OF ".
           02  fig-cmp-date  pic 9(8).
        01  figlist-line.
           02  fl-fname      pic x(30).
           02  filler        pic x(6)     value " line=".
           02  fl-line       pic z(6)9.
           02  filler        pic x        value space.
           02  fl-kind       pic x(7).
           02  filler        pic x        value space.
           02  fl-state      pic x(7).
           02  filler        pic x        value space.
           02  fl-text       pic x(30).
           02  fl-was-lit    pic x(5).
           02  fl-was        pic x(30).
*>one line of trend history - a snapshot of a single run's stats
        01  hist-record.
           02  hist-date       pic 9(8).
           02  hist-avercword  pic -(4)9.9.
           02  filler          pic x        value space.
           02  hist-doctype    pic x(8).
           02  filler          pic x        value space.
           02  hist-language   pic x(2).
*>one checkpoint record - the file in progress, how many lines of it
*>have been read, and the running totals as of that point
        01  ckpt-record.
           02  filler           pic x(10)
                    value " outputfs=".
           02  audit-outputfs   pic xx.
*>what else is worth knowing about the entry - an unchanged file
*>that was skipped, or a silent edit.  blank for an ordinary run
           02  filler           pic x        value space.
           02  audit-note       pic x(28).
*>the one-page summary written once at the end of a manifest run -
*>what used to be tallied by hand out of the numbered stats files
*>one line of the paragraph breakdown report
           02  inq-runcount  pic -(4)9.
           02  filler        pic x(6)     value " type=".
           02  inq-doctype   pic x(8).
           02  filler        pic x(11)    value " last seen=".
           02  inq-lastseen  pic 9(8).
           02  filler        pic x(10)    value " language=".
           02  inq-language  pic x(2).
        01  sum-title.
           02  filler        pic x(27)
                    value "BATCH MANIFEST RUN SUMMARY:".
                    value "manifest entries attempted=".
           02  sum-attempted pic -(7)9.
        01  sum-stat-2.
           02  filler        pic x(15)    value "files analyzed=".
           02  sum-completed pic -(7)9.
        01  sum-stat-3.
           02  filler        pic x(22)
                    value "files skipped missing=".
           02  sum-missing   pic -(7)9.
        01  sum-unchanged-line.
           02  filler        pic x(24)
                    value "files skipped unchanged=".
           02  sum-unchanged pic -(7)9.
        01  sum-silent-line.
           02  filler        pic x(21)
                    value "silent edits flagged=".
           02  sum-silent    pic -(7)9.
        01  sum-stat-4.
           02  filler        pic x(16)    value "total sentences=".
           02  sum-tot-sent  pic -(9)9.
           02  filler         pic x(32)
                    value "files not subtotaled-table full=".
           02  sum-desk-over  pic -(7)9.
        01  sum-lang-head.
           02  filler        pic x(21)
                    value "SUBTOTALS BY LANGUAGE".
        01  sum-lang-line.
           02  sum-lang-code  pic x(8).
           02  filler         pic x(7)     value " files=".
           02  sum-lang-files pic -(7)9.
           02  filler         pic x(7)     value " words=".
           02  sum-lang-words pic -(9)9.
           02  filler         pic x(11)    value " sentences=".
           02  sum-lang-sent  pic -(9)9.
        01  sum-lang-over-line.
           02  filler         pic x(32)
                    value "files not subtotaled-table full=".
           02  sum-lang-over  pic -(7)9.
        01  sum-unident-head.
           02  filler         pic x(39)
                    value "LANGUAGE NOT IDENTIFIED - HOUSE TABLES".
        01  sum-unident-fname-line.
           02  filler         pic x(2)     value spaces.
           02  sum-un-fname   pic x(30).
        01  sum-unident-over-line.
           02  filler         pic x(29)
                    value "documents not listed-full=".
           02  sum-unident-over pic -(7)9.
        01  sum-silent-head.
           02  filler         pic x(58) value
           "SILENT EDITS - CONTENT CHANGED, WORD COUNT ALL BUT UNMOVED".
        01  sum-silent-fname-line.
           02  filler         pic x(2)     value spaces.
           02  sum-se-fname   pic x(30).
        01  sum-silent-over-line.
           02  filler         pic x(29)
                    value "silent edits not listed-full=".
           02  sum-silent-over pic -(7)9.

*>Program starts by checking for a staged parameter file so it can
*>run unattended - if there isn't one it falls back to asking
            perform loadPunctTable.
            perform loadKeywordTable.
            perform loadStopTable.
            perform loadLangTable.
            perform loadHouseTable.
            perform loadLimitsTable.
            perform getRunParms.

                stop run
            end-if.

*>an analysis run has to be one the operator table allows, checked
*>before anything else is touched - a refusal leaves its RC 8
*>WORDSTAT.RUN record and a SECURITY.LOG line, nothing more
            if mode-batch
                move "B" to operMode
            else
                move "S" to operMode
            end-if.
            perform checkOperator.
            if not operator-ok
                display "Run not authorized for user ", operUser,
                        " - ", operReason
                perform writeSecurityLog
                perform flagRunSerious
                perform writeRunStatus
                move runRC to return-code
                stop run
            end-if.

*>take the run lock before anything touches the shared appended
*>files - a lock that stays held means a purge (or another run) is
*>in flight, and this run defers to it rather than interleave
                perform writeLockAudit
            end-if.

            perform openDictionary.
            if mode-batch
                perform processBatch
            else
                perform processSingle
            end-if.
            perform closeDictionary.

*>grade the run and leave the verdict where the scheduler can see
*>it - the return code for the job step, and one WORDSTAT.RUN
            move runRC to return-code.
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

*>takes the run lock, retrying a held lock every lockWaitSecs up to
*>lockMaxTries before giving up - the check and the create are two
*>steps, so two jobs landing in the same instant could both get
            move lockNoteText  to audit-fname.
            move spaces        to audit-inputfs.
            move spaces        to audit-outputfs.
            move spaces        to audit-note.

            open extend audit-file.
            if auditFS = "05" or auditFS = "35"
*>terminator/punctuation mark not re-listed in PUNCTAB.DAT (a plain
*>period, say) stops being recognized anywhere in the file. anyone
*>staging a custom PUNCTAB.DAT to add a mark needs to also list the
*>defaults they still want kept.  a language's own PUNCTAB-xx.DAT
*>replaces PUNCTAB.DAT the same way, and a language with none staged
*>falls back to PUNCTAB.DAT
        loadPunctTable.
            compute termCount = 0.
            compute punctCount = 0.
            compute letterCount = 0.

            open input punct-file.
            if punctFS not = "00" and punctTabName not = "PUNCTAB.DAT"
                move "PUNCTAB.DAT" to punctTabName
                open input punct-file
            end-if.
            if punctFS = "00"
                move punctTabName to punctUsedName
                perform readPunctLine
                    until punctFS = "10"
                close punct-file
            else
                move "built-in" to punctUsedName
                perform loadDefaultPunct
            end-if.

*>per line, run through the same normalization the keywords get so
*>a stopword staged as don't matches the DONT the scan isolates.
*>No file staged means stopCount stays zero and every word is
*>eligible for the top-words report, exactly as before.  a
*>language's own STOPLIST-xx.DAT is used instead where staged
        loadStopTable.
            compute stopCount = 0.

            open input stop-file.
            if stopFS not = "00" and stopListName not = "STOPLIST.DAT"
                move "STOPLIST.DAT" to stopListName
                open input stop-file
            end-if.
            if stopFS = "00"
                move stopListName to stopUsedName
                perform readStopLine
                    until stopFS = "10"
                close stop-file
            else
                move "none" to stopUsedName
            end-if.

*>loads the language markers from LANGTAB.DAT once at startup - each
*>line a language code and one of its common function words, held
*>uppercased.  no file staged means the built-in English, Spanish
*>and French markers are used
        loadLangTable.
            compute langCount = 0.
            compute markerCount = 0.

            open input lang-file.
            if langFS = "00"
                perform readLangLine
                    until langFS = "10"
                close lang-file
            else
                compute markerIdx = 1
                perform loadDefaultMarker
                    until markerIdx > defaultMarkerCount
            end-if.

        readLangLine.
            move spaces to lang-line.
            read lang-file
                at end move "10" to langFS
            end-read.
            if langFS not = "10"
               and lang-line-code not = spaces
               and lang-line-word not = spaces
                move function upper-case(lang-line-code)
                    to lang-line-code
                move function upper-case(lang-line-word)
                    to lang-line-word
                perform addLangMarker
            end-if.

        loadDefaultMarker.
            move dm-code(markerIdx) to lang-line-code.
            move dm-word(markerIdx) to lang-line-word.
            perform addLangMarker.
            compute markerIdx = markerIdx + 1.

*>files the marker in lang-line under its language, giving a
*>language not seen before the next slot
        addLangMarker.
            compute langSlot = 0.
            compute langIdx = 1.
            perform findLangSlot
                until langIdx > langCount.
            if langSlot = 0 and langCount < 10
                compute langCount = langCount + 1
                compute langSlot = langCount
                move lang-line-code to lg-code(langSlot)
            end-if.
            if langSlot > 0 and markerCount < 300
                compute markerCount = markerCount + 1
                move lang-line-word to lm-word(markerCount)
                compute lm-lang(markerCount) = langSlot
            end-if.

        findLangSlot.
            if lg-code(langIdx) = lang-line-code
                compute langSlot = langIdx
                compute langIdx = langCount
            end-if.
            compute langIdx = langIdx + 1.

        readStopLine.
            read stop-file into stop-line
                at end move "10" to stopFS
            end-if.
            compute kwRawPos = kwRawPos + 1.

*>loads the shop's own dictionary additions from HOUSEDICT.DAT once
*>at startup - one word per line, normalized the way statDict
*>normalizes the dictionary itself.  no file staged just means the
*>staged dictionary stands alone
        loadHouseTable.
            compute houseCount = 0.
            compute houseOverflow = 0.

            open input house-file.
            if houseFS = "00"
                perform readHouseLine
                    until houseFS = "10"
                close house-file
            end-if.
*>a term that didn't fit would be reported as a misspelling on every
*>document that uses it, so a full table is a warning, not a shrug
            if houseOverflow > 0
                display "House dictionary table full - terms not loaded=",
                        houseOverflow
                perform flagRunWarning
            end-if.

        readHouseLine.
            read house-file into house-line
                at end move "10" to houseFS
            end-read.
            if houseFS not = "10" and house-line not = spaces
                if houseCount < 500
                    perform normalizeDictWord
                    if dictClean not = spaces
                        compute houseCount = houseCount + 1
                        move dictClean to hw-entry(houseCount)
                    end-if
                else
                    compute houseOverflow = houseOverflow + 1
                end-if
            end-if.

*>uppercases a word and strips it to what the scan keeps in a word -
*>letters, digits and the national characters (anything past the
*>7-bit set), dropping apostrophes, hyphens and the like.  the whole
*>line is walked and the first 20 kept characters held, since the
*>scan counts only the characters it keeps toward a word's 20.
*>statDict builds DICT.MST through the same rule, so the two agree
        normalizeDictWord.
            move function upper-case(house-line) to kwRaw.
            move spaces to dictClean.
            compute dictCleanLen = 0.
            compute kwRawPos = 1.
            perform normalizeDictChar
                until kwRawPos > 40 or dictCleanLen >= 20.

        normalizeDictChar.
            if kwRaw(kwRawPos:1) not = space
                if kwRaw(kwRawPos:1) is alphabetic-upper
                   or kwRaw(kwRawPos:1) is numeric
                   or function ord(kwRaw(kwRawPos:1)) > 128
                    compute dictCleanLen = dictCleanLen + 1
                    move kwRaw(kwRawPos:1) to dictClean(dictCleanLen:1)
                end-if
            end-if.
            compute kwRawPos = kwRawPos + 1.

*>loads the editorial rule sets from LIMITS.DAT once at startup -
*>one named set per line, five threshold fields after the name, a
*>blank field meaning that measure is not checked.  No file staged
*>means limitCount stays zero and no threshold checking happens
        loadLimitsTable.
                        compute rs-errs(limitCount) =
                                function numval(lim-line-errs)
                    end-if
                    if lim-line-unkrate = spaces
                        compute rs-unkrate(limitCount) = -1
                    else
                        compute rs-unkrate(limitCount) =
                                function numval(lim-line-unkrate)
                    end-if
                end-if
            end-if.

            move "wordfreq.txt" to outFreqName.
            move "parastat.txt" to outParaName.
            move "sentstat.txt" to outSentName.
            move "spellchk.txt" to outSpellName.
            move "distinct.txt" to outDistName.
            move "figures.txt" to outFigName.
            move "DEFAULT" to curRuleset.
            move "GENERAL" to curDocType.
            move "N" to docTypeStagedFlag.
            move master-lastrun   to inq-lastrun.
            move master-runcount  to inq-runcount.
            move master-doctype   to inq-doctype.
            move master-lastseen  to inq-lastseen.
            move master-language  to inq-language.
            compute outSent = master-sent.
            compute outWords = master-words.
            compute outChar = master-char.
*>the catalog record doesn't carry where the longest sentence was
            compute outLongSentLine = 0.
            compute outReadScore = master-readscore.
            compute outUnknown = master-unknown.
            compute outUnkRate = master-unkrate.
            display inq-line-1.
            display inq-line-2.
            display output-stat-1.
            display output-stat-4.
            display output-stat-7.
            display output-stat-8.
            if master-language not = houseLanguage
               and master-language not = langUnknownCode
               and master-language not = spaces
                move master-language to outNoGradeLang
                display output-stat-9n
            else
                display output-stat-9
            end-if.
            display output-stat-13.
            display output-stat-14.

*>handles batch mode - reads the manifest of filenames one at a time
*>and runs each one through processOneFile, numbering the stats
            compute batchAttempted = 0.
            compute batchCompleted = 0.
            compute batchMissing = 0.
            compute batchUnchanged = 0.
            compute batchSilentEdits = 0.
            compute seTotal = 0.
            compute seOverflow = 0.
            compute batchTotSent = 0.
            compute batchTotWords = 0.
            compute batchTotChar = 0.
            compute profOverflow = 0.
            compute deskTotal = 0.
            compute deskOverflow = 0.
            compute ttTotal = 0.
            compute ttOverflow = 0.
            compute batchGraded = 0.
            compute lsTotal = 0.
            compute lsOverflow = 0.
            compute unTotal = 0.
            compute unOverflow = 0.
            perform openFigList.

*>if an earlier run of this same manifest abended partway through,
*>pick up on the entry after the last one that finished instead of
            perform clearBatchCheckpoint.
            perform writeBatchSummary.
            perform writeDupReport.
            perform writeTypeTermReport.
            perform closeFigList.

*>looks for a leftover batch checkpoint for this same manifest and,
*>if found, restores how many entries had already completed
                       fileCounterEd delimited by size
                       ".TXT" delimited by size
                       into outSentName
                string "SPELL" delimited by size
                       fileCounterEd delimited by size
                       ".TXT" delimited by size
                       into outSpellName
                string "DIST" delimited by size
                       fileCounterEd delimited by size
                       ".TXT" delimited by size
                       into outDistName
                string "FIGS" delimited by size
                       fileCounterEd delimited by size
                       ".TXT" delimited by size
                       into outFigName
                perform processOneFile
                perform tallyBatchFile
                perform writeBatchCheckpoint
            end-if.

*>rolls the file just attempted into the end-of-manifest summary
*>totals - a missing file only counts as attempted/skipped, an
*>unchanged resend only as attempted/skipped unchanged, an analyzed
*>file contributes its counters and readability grade
        tallyBatchFile.
            compute batchAttempted = batchAttempted + 1.
            if file-missing
                compute batchMissing = batchMissing + 1
            else if file-unchanged
                compute batchUnchanged = batchUnchanged + 1
            else
                if silent-edit
                    perform tallySilentEdit
                end-if
                compute batchCompleted = batchCompleted + 1
                compute batchTotSent = batchTotSent + numSent
                compute batchTotWords = batchTotWords + numWords
                compute batchTotChar = batchTotChar + numChar
                compute batchTotNums = batchTotNums + numNums
                if not grade-suppressed
                    perform tallyGradedFile
                end-if
                perform tallyDeskFile
                perform tallyLangFile
                if curLanguage = langUnknownCode
                    perform tallyUnidentified
                end-if
            end-if.

*>a file identified as another language carries no grade, so it
*>takes no part in the lowest/highest grade
        tallyGradedFile.
            compute batchGraded = batchGraded + 1.
            if batchGraded = 1 or readScore < batchMinScore
                compute batchMinScore = readScore
                move fname to batchMinFname
            end-if.
            if batchGraded = 1 or readScore > batchMaxScore
                compute batchMaxScore = readScore
                move fname to batchMaxFname
            end-if.

*>rolls the completed file into its language's subtotal, the same
*>way tallyDeskFile does for document types
        tallyLangFile.
            compute lsSlot = 0.
            compute lsIdx = 1.
            perform findLangSumSlot
                until lsIdx > lsTotal.
            if lsSlot = 0 and lsTotal < 10
                compute lsTotal = lsTotal + 1
                compute lsSlot = lsTotal
                move curLanguage to ls-code(lsSlot)
                compute ls-files(lsSlot) = 0
                compute ls-words(lsSlot) = 0
                compute ls-sent(lsSlot) = 0
            end-if.
            if lsSlot > 0
                compute ls-files(lsSlot) = ls-files(lsSlot) + 1
                compute ls-words(lsSlot) = ls-words(lsSlot) + numWords
                compute ls-sent(lsSlot) = ls-sent(lsSlot) + numSent
            else
                compute lsOverflow = lsOverflow + 1
            end-if.

        findLangSumSlot.
            if ls-code(lsIdx) = curLanguage
                compute lsSlot = lsIdx
                compute lsIdx = lsTotal
            end-if.
            compute lsIdx = lsIdx + 1.

        tallyUnidentified.
            if unTotal < 50
                compute unTotal = unTotal + 1
                move fname to un-fname(unTotal)
            else
                compute unOverflow = unOverflow + 1
            end-if.

        tallySilentEdit.
            compute batchSilentEdits = batchSilentEdits + 1.
            if seTotal < 50
                compute seTotal = seTotal + 1
                move fname to se-fname(seTotal)
            else
                compute seOverflow = seOverflow + 1
            end-if.

*>rolls the completed file into its document type's subtotal slot -
            move batchAttempted to sum-attempted.
            move batchCompleted to sum-completed.
            move batchMissing   to sum-missing.
            move batchUnchanged to sum-unchanged.
            move batchSilentEdits to sum-silent.
            move batchTotSent   to sum-tot-sent.
            move batchTotWords  to sum-tot-words.
            move batchTotChar   to sum-tot-char.
                compute sum-avg-char = batchTotChar / batchCompleted
                compute sum-avg-nums = batchTotNums / batchCompleted
            end-if.
            if batchGraded = 0
                compute batchMinScore = 0
                compute batchMaxScore = 0
                move spaces to batchMinFname
                move spaces to batchMaxFname
            end-if.
            move batchMinScore to sum-min-score.
            move batchMinFname to sum-min-fname.
            move batchMaxScore to sum-max-score.
                write sumout from sum-stat-1
                write sumout from sum-stat-2
                write sumout from sum-stat-3
                write sumout from sum-unchanged-line
                write sumout from sum-silent-line
                write sumout from sum-stat-4
                write sumout from sum-stat-5
                write sumout from sum-stat-6
                        write sumout from sum-desk-over-line
                    end-if
                end-if
                if lsTotal > 0
                    write sumout from sum-blank-line
                    write sumout from sum-lang-head
                    compute lsIdx = 1
                    perform writeLangSumLine
                        until lsIdx > lsTotal
                    if lsOverflow > 0
                        compute sum-lang-over = lsOverflow
                        write sumout from sum-lang-over-line
                    end-if
                end-if
                if unTotal > 0
                    write sumout from sum-blank-line
                    write sumout from sum-unident-head
                    compute unIdx = 1
                    perform writeUnidentLine
                        until unIdx > unTotal
                    if unOverflow > 0
                        compute sum-unident-over = unOverflow
                        write sumout from sum-unident-over-line
                    end-if
                end-if
                if seTotal > 0
                    write sumout from sum-blank-line
                    write sumout from sum-silent-head
                    compute seIdx = 1
                    perform writeSilentLine
                        until seIdx > seTotal
                    if seOverflow > 0
                        compute sum-silent-over = seOverflow
                        write sumout from sum-silent-over-line
                    end-if
                end-if
                close summary-file
                display "Batch summary generated to STATS-SUMMARY.TXT"
            end-if.
            write sumout from sum-desk-line.
            compute deskIdx = deskIdx + 1.

        writeLangSumLine.
            move ls-code(lsIdx) to sum-lang-code.
            compute sum-lang-files = ls-files(lsIdx).
            compute sum-lang-words = ls-words(lsIdx).
            compute sum-lang-sent = ls-sent(lsIdx).
            write sumout from sum-lang-line.
            compute lsIdx = lsIdx + 1.

        writeUnidentLine.
            move un-fname(unIdx) to sum-un-fname.
            write sumout from sum-unident-fname-line.
            compute unIdx = unIdx + 1.

        writeSilentLine.
            move se-fname(seIdx) to sum-se-fname.
            write sumout from sum-silent-fname-line.
            compute seIdx = seIdx + 1.

*>records how many manifest entries have completed successfully so
*>far in this batch, so an abend partway through can resume after
*>the last one that finished instead of redoing it
            compute errLinesFile = 0.
            compute runFilesAttempted = runFilesAttempted + 1.
            move "N" to fileMissingFlag.
            move "N" to fileUnchangedFlag.
            move "N" to silentEditFlag.
            move spaces to auditNoteText.

*>checks if file exists
            open input input-file.
                end-if
            end-if.

*>a batch entry the catalog already holds with the same fingerprint
*>is a resend of content already analyzed - skip it.  single mode
*>always analyzes, since somebody asked for that file by name
            if file-missing
                perform reportMissingFile
            else
                perform fingerprintFile
                perform readPriorMaster
                if mode-batch and prior-on-master
                   and priorFingerprint = doc-fingerprint
                    perform reportUnchangedFile
                else
                    perform runOneFile
                end-if
            end-if.

*>takes the fingerprint of the opened input file in one read-only
*>pass, then reopens the file so the analysis starts from line one
*>the same pass counts the language markers over the file's first
*>words, so the language is known before the scan starts
        fingerprintFile.
            compute fpHashA = 0.
            compute fpHashB = 0.
            compute langSampled = 0.
            compute langWordLen = 0.
            move spaces to langWord.
            compute langIdx = 1.
            perform clearLangHits
                until langIdx > langCount.
            move "N" to fpEofFlag.
            perform fingerprintLine
                until fp-at-end.
            close input-file.
            open input input-file.
            move fpHashA to fp-hash-a.
            move fpHashB to fp-hash-b.
            perform decideLanguage.

        clearLangHits.
            compute lg-hits(langIdx) = 0.
            compute langIdx = langIdx + 1.

*>folds one line into the fingerprint out to its last nonblank
*>column, then the line end itself, so the same words rewrapped onto
*>different lines still read as changed content
        fingerprintLine.
            read input-file into input-area
                at end move "Y" to fpEofFlag
            end-read.
            if not fp-at-end
                perform findLineEnd
                compute fpPos = 1
                perform fingerprintChar
                    until fpPos > lineLastNB
                compute fpByte = 0
                perform foldFingerprintByte
                perform flushLangWord
            end-if.

        fingerprintChar.
            compute fpByte = function ord(charScan(fpPos)).
            perform foldFingerprintByte.
            if langSampled < langSampleMax
                perform sampleLangChar
            end-if.
            compute fpPos = fpPos + 1.

*>a letter (plain or national) extends the word being sampled,
*>anything else ends it
        sampleLangChar.
            if (charScan(fpPos) is alphabetic
                and charScan(fpPos) not = space)
               or fpByte > 128
                if langWordLen < 20
                    compute langWordLen = langWordLen + 1
                    move charScan(fpPos) to langWord(langWordLen:1)
                end-if
            else
                perform flushLangWord
            end-if.

*>counts the word just sampled against every language that lists it
        flushLangWord.
            if langWordLen > 0
                compute langSampled = langSampled + 1
                move function upper-case(langWord) to langWordUpper
                compute markerIdx = 1
                perform matchLangMarker
                    until markerIdx > markerCount
                compute langWordLen = 0
                move spaces to langWord
            end-if.

        matchLangMarker.
            if lm-word(markerIdx) = langWordUpper
                compute lg-hits(lm-lang(markerIdx)) =
                        lg-hits(lm-lang(markerIdx)) + 1
            end-if.
            compute markerIdx = markerIdx + 1.

*>the language with the most marker hits, provided it clears the
*>minimums and has no tie for first place
        decideLanguage.
            move langUnknownCode to curLanguage.
            compute langBest = 0.
            compute langBestHits = 0.
            compute langNextHits = 0.
            compute langIdx = 1.
            perform rankLanguage
                until langIdx > langCount.
            if langBest > 0
               and langBestHits >= langMinHits
               and langBestHits > langNextHits
               and langBestHits * 100 >= langSampled * langMinPct
                move lg-code(langBest) to curLanguage
            end-if.

        rankLanguage.
            if lg-hits(langIdx) > langBestHits
                compute langNextHits = langBestHits
                compute langBestHits = lg-hits(langIdx)
                compute langBest = langIdx
            else
                if lg-hits(langIdx) > langNextHits
                    compute langNextHits = lg-hits(langIdx)
                end-if
            end-if.
            compute langIdx = langIdx + 1.

*>puts the document's language tables in place for the scan - only
*>reloaded when the language differs from the file before's
        applyLanguageTables.
            if curLanguage not = loadedLanguage
                move spaces to punctTabName
                move spaces to stopListName
                if curLanguage = langUnknownCode
                    move "PUNCTAB.DAT" to punctTabName
                    move "STOPLIST.DAT" to stopListName
                else
                    string "PUNCTAB-" delimited by size
                           curLanguage delimited by size
                           ".DAT" delimited by size
                           into punctTabName
                    string "STOPLIST-" delimited by size
                           curLanguage delimited by size
                           ".DAT" delimited by size
                           into stopListName
                end-if
                perform loadPunctTable
                perform loadStopTable
                move curLanguage to loadedLanguage
            end-if.
            if curLanguage = houseLanguage
               or curLanguage = langUnknownCode
                move "N" to gradeSuppressFlag
            else
                move "Y" to gradeSuppressFlag
            end-if.

        foldFingerprintByte.
            compute fpWork = fpHashA * 31 + fpByte.
            divide fpWork by fpPrimeA
                giving fpQuot remainder fpHashA.
            compute fpWork = fpHashB * 37 + fpByte.
            divide fpWork by fpPrimeB
                giving fpQuot remainder fpHashB.

*>picks up what the catalog held for this document before this run -
*>whether it is there at all, its word count and its fingerprint
        readPriorMaster.
            move "N" to priorFoundFlag.
            compute priorWords = 0.
            compute priorRunCount = 0.
            move spaces to priorFingerprint.
            open input master-file.
            if masterFS = "00"
                move fname to master-fname
                read master-file
                    invalid key
                        continue
                    not invalid key
                        move "Y" to priorFoundFlag
                        compute priorWords = master-words
                        compute priorRunCount = master-runcount
                        move master-fingerprint to priorFingerprint
                end-read
                close master-file
            end-if.

*>a feed resending content the catalog already has - no analysis
*>and no STATHIST/STATS.CSV row, just an audit line saying so and
*>the catalog's last-seen date, so the document isn't reported as
*>an overdue feed for having sent nothing new
        reportUnchangedFile.
            display "Unchanged, not reanalyzed: ", fname.
            move "Y" to fileUnchangedFlag.
            close input-file.
            move inputFS to auditInputFS.
            move spaces  to auditOutputFS.
            move "unchanged, not reanalyzed" to auditNoteText.
            perform writeAuditLog.
            perform markMasterSeen.

        markMasterSeen.
            open i-o master-file.
            if masterFS not = "00"
                display "Could not open document master: WORDSTAT.MST"
                perform flagRunWarning
            else
                accept runDate from date yyyymmdd
                move fname to master-fname
                read master-file
                    invalid key
                        continue
                    not invalid key
                        perform rewriteMasterSeen
                end-read
                close master-file
            end-if.

        rewriteMasterSeen.
            move runDate to master-lastseen.
            if doctype-staged
                move curDocType to master-doctype
            end-if.
            rewrite master-record
                invalid key
                    display "Could not rewrite document master: ", fname
                    perform flagRunWarning
            end-rewrite.

*>the content changed since the catalog's last run but the word
*>count barely moved - an edit nobody announced (a figure changed,
*>a name swapped).  flagged on the console, in the audit note and
*>on the batch summary so somebody looks at what changed
        checkSilentEdit.
            if prior-on-master and priorFingerprint not = spaces
               and priorFingerprint not = doc-fingerprint
                compute wordDrift = numWords - priorWords
                if wordDrift < 0
                    compute wordDrift = 0 - wordDrift
                end-if
                if wordDrift * 100 <= priorWords * silentEditPct
                    move "Y" to silentEditFlag
                    move "silent edit" to auditNoteText
                    display "Silent edit - content changed, word ",
                            "count all but unmoved: ", fname
                end-if
            end-if.

*>logs a manifest entry whose file could not be found - a note in
            if not doctype-staged
                perform carryDocTypeForward
            end-if.
            perform applyLanguageTables.
            compute numSent = 0.
            compute numWords = 0.
            compute numChar = 0.
            compute longestSentLine = 0.
            compute sentStartLine = 0.
            compute snTotal = 0.
            compute spellChecked = 0.
            compute unknownWords = 0.
            compute figTotal = 0.
            compute figOverflow = 0.
            perform openSpellReport.

            move "N" to wordCarryFlag.
            move "N" to paraActiveFlag.
            compute outLongWord = longestWord.
            compute outLongSent = longestSent.
            compute outLongSentLine = longestSentLine.
            if numSent = 0 or numWords = 0 or grade-suppressed
                compute readScore = 0
            else
                compute readScore = 0.39 * (numWords / numSent)
                                  + 11.8 * (numChar / numWords) - 15.59
            end-if.
            compute outReadScore = readScore.
            move curLanguage to outNoGradeLang.
            move curLanguage to outLanguage.
            move punctUsedName to outPunctTab.
            move stopUsedName to outStopList.

*>the vocabulary measures have to be taken before writeWordFreq
*>runs - that report knocks counts down to -1 as it goes
            perform computeVocabStats.
            perform computeSpellStats.
            perform closeSpellReport.

*>judge the finished file against its rule set while the counters
*>are all still in step - every broken rule gets an exceptions line
            write foutput from output-stat-6 after advancing 1 line.
            write foutput from output-stat-7 after advancing 1 line.
            write foutput from output-stat-8 after advancing 1 line.
            if grade-suppressed
                write foutput from output-stat-9n after advancing 1 line
            else
                write foutput from output-stat-9 after advancing 1 line
            end-if.
            write foutput from output-stat-15 after advancing 1 line.
            write foutput from output-stat-10 after advancing 1 line.
            write foutput from output-stat-11 after advancing 1 line.
            write foutput from output-stat-12 after advancing 1 line.
            if spell-active
                write foutput from output-stat-13 after advancing 1 line
                write foutput from output-stat-14 after advancing 1 line
            end-if.
            write foutput from output-underline after advancing 1 line.

            close input-file.
                perform captureProfile
            end-if.

            perform checkSilentEdit.
            perform writeHistory.
*>the snapshot too has to be taken before writeWordFreq knocks the
*>reported counts down
            perform writeSnapshot.
            perform writeFigures.
            perform updateCorpus.
            perform writeDistReport.
            perform writeWordFreq.
            perform writeParaStats.
            perform writeSentStats.
            move averWordSent to hist-averwsent.
            move averCharWord to hist-avercword.
            move curDocType   to hist-doctype.
            move curLanguage  to hist-language.

            open extend stathist-file.
            if histFS = "05" or histFS = "35"
                   function trim(outOnce)       delimited by size
                   ","                          delimited by size
                   function trim(curDocType)    delimited by size
                   ","                          delimited by size
                   function trim(outUnknown)    delimited by size
                   ","                          delimited by size
                   function trim(outUnkRate)    delimited by size
                   ","                          delimited by size
                   curLanguage                  delimited by size
                   into csvLine
            end-string.

            move fname         to audit-fname.
            move auditInputFS  to audit-inputfs.
            move auditOutputFS to audit-outputfs.
            move auditNoteText to audit-note.

            open extend audit-file.
            if auditFS = "05" or auditFS = "35"
            compute master-readscore = readScore.
            move runDate to master-lastrun.
            move curDocType to master-doctype.
            move runDate to master-lastseen.
            move doc-fingerprint to master-fingerprint.
            compute master-unknown = unknownWords.
            compute master-unkrate = unkRateWork.
            move curLanguage to master-language.

*>works out the vocabulary richness of the file just scanned off the
*>word-freq-table while its counts are still intact - the distinct
            end-if.
            compute srchIdx = srchIdx + 1.

*>keeps the whole word-frequency table of this run on WORDSNAP.MST
*>under the run number the catalog is about to record.  only the
*>newest older generation stays alongside it - the one statDiff
*>compares against - so the file holds two runs per document
        writeSnapshot.
            move "N" to snapWrittenFlag.
            if prior-on-master
                compute snapRunNo = priorRunCount + 1
            else
                compute snapRunNo = 1
            end-if.
            open i-o snap-file.
            if snapFS = "35"
                open output snap-file
                if snapFS = "00"
                    close snap-file
                    open i-o snap-file
                end-if
            end-if.
            if snapFS not = "00"
                display "Could not open vocabulary snapshots: ",
                        "WORDSNAP.MST"
                perform flagRunWarning
            else
                perform findKeptSnapshot
                perform dropOldSnapshots
                accept runDate from date yyyymmdd
                move fname to snap-fname
                move snapRunNo to snap-runno
                move spaces to snap-word
                compute snap-count = wfTokens
                move runDate to snap-rundate
                perform writeSnapRecord
                compute srchIdx = 1
                perform snapshotOneWord
                    until srchIdx > wfHashSize
                close snap-file
                move "Y" to snapWrittenFlag
            end-if.

*>the generation to keep is the newest one below this run's number -
*>normally the run before, but a run whose snapshot never got written
*>leaves the one before that as the latest comparison point
        findKeptSnapshot.
            compute snapKeepRunNo = 0.
            perform startDocSnapshots.
            perform findKeptSnapRecord
                until snap-done.

        findKeptSnapRecord.
            read snap-file next record
                at end move "Y" to snapDoneFlag
            end-read.
            if not snap-done
                if snap-fname not = fname
                    move "Y" to snapDoneFlag
                else
                    if snap-runno < snapRunNo
                       and snap-runno > snapKeepRunNo
                        move snap-runno to snapKeepRunNo
                    end-if
                end-if
            end-if.

*>drops every generation of the document but the one being kept -
*>including any partial snapshot under this run's own number left by
*>an attempt that abended partway through writing it
        dropOldSnapshots.
            perform startDocSnapshots.
            perform dropOldSnapRecord
                until snap-done.

        dropOldSnapRecord.
            read snap-file next record
                at end move "Y" to snapDoneFlag
            end-read.
            if not snap-done
                if snap-fname not = fname
                    move "Y" to snapDoneFlag
                else
                    if snap-runno not = snapKeepRunNo
                        delete snap-file record
                            invalid key
                                perform flagRunWarning
                        end-delete
                    end-if
                end-if
            end-if.

*>positions on the document's first snapshot record, whatever run
*>it belongs to
        startDocSnapshots.
            move "N" to snapDoneFlag.
            move fname to snap-fname.
            compute snap-runno = 0.
            move low-values to snap-word.
            start snap-file key >= snap-key
                invalid key move "Y" to snapDoneFlag
            end-start.

        snapshotOneWord.
            if wf-count(srchIdx) > 0
                move wf-word(srchIdx) to snap-word
                compute snap-count = wf-count(srchIdx)
                perform writeSnapRecord
            end-if.
            compute srchIdx = srchIdx + 1.

        writeSnapRecord.
            write snap-record
                invalid key
                    display "Could not write vocabulary snapshot: ",
                            fname
                    perform flagRunWarning
            end-write.

*>the figures report for the file just analyzed, compared against
*>the generation of its figures kept on FIGSNAP.MST, which this
*>run's figures then join.  a file resumed from a checkpoint has
*>had its checkpointed lines replayed through statCheck, so its
*>figures are the whole file's and it is compared and kept the same
        writeFigures.
            move "N" to figComparedFlag.
            move "N" to figPriorFlag.
            compute pfTotal = 0.
            open i-o figsnap-file.
            if figSnapFS = "35"
                open output figsnap-file
                if figSnapFS = "00"
                    close figsnap-file
                    open i-o figsnap-file
                end-if
            end-if.
            if figSnapFS not = "00"
                display "Could not open figures snapshots: ",
                        "FIGSNAP.MST"
                perform flagRunWarning
            else
                perform findKeptFigures
                perform dropOldFigures
                if figKeepRunNo > 0
                    perform loadPriorFigures
                end-if
                if fig-prior-found
                    perform compareFigures
                    move "Y" to figComparedFlag
                end-if
                perform keepFigures
                close figsnap-file
            end-if.
            perform writeFigReport.
            if figlist-active
                perform listFigures
            end-if.

*>the generation to compare against is the newest one below this
*>run's number, the same rule writeSnapshot keeps word snapshots by
        findKeptFigures.
            compute figKeepRunNo = 0.
            perform startDocFigures.
            perform findKeptFigRecord
                until figsnap-done.

        findKeptFigRecord.
            read figsnap-file next record
                at end move "Y" to figSnapDoneFlag
            end-read.
            if not figsnap-done
                if fs-fname not = fname
                    move "Y" to figSnapDoneFlag
                else
                    if fs-runno < snapRunNo
                       and fs-runno > figKeepRunNo
                        move fs-runno to figKeepRunNo
                    end-if
                end-if
            end-if.

        dropOldFigures.
            perform startDocFigures.
            perform dropOldFigRecord
                until figsnap-done.

        dropOldFigRecord.
            read figsnap-file next record
                at end move "Y" to figSnapDoneFlag
            end-read.
            if not figsnap-done
                if fs-fname not = fname
                    move "Y" to figSnapDoneFlag
                else
                    if fs-runno not = figKeepRunNo
                        delete figsnap-file record
                            invalid key
                                perform flagRunWarning
                        end-delete
                    end-if
                end-if
            end-if.

        startDocFigures.
            move "N" to figSnapDoneFlag.
            move fname to fs-fname.
            compute fs-runno = 0.
            compute fs-seq = 0.
            start figsnap-file key >= figsnap-key
                invalid key move "Y" to figSnapDoneFlag
            end-start.

*>reads the kept generation into the prior table - its header record
*>says the run was there even when it found no figures
        loadPriorFigures.
            move "N" to figSnapDoneFlag.
            move fname to fs-fname.
            move figKeepRunNo to fs-runno.
            compute fs-seq = 0.
            start figsnap-file key >= figsnap-key
                invalid key move "Y" to figSnapDoneFlag
            end-start.
            perform loadPriorFigRecord
                until figsnap-done.

        loadPriorFigRecord.
            read figsnap-file next record
                at end move "Y" to figSnapDoneFlag
            end-read.
            if not figsnap-done
                if fs-fname not = fname or fs-runno not = figKeepRunNo
                    move "Y" to figSnapDoneFlag
                else
                    if fs-seq = 0
                        move "Y" to figPriorFlag
                        move fs-rundate to figPriorDate
                    else
                        if pfTotal < 2000
                            compute pfTotal = pfTotal + 1
                            move fs-kind to pg-kind(pfTotal)
                            move fs-text to pg-text(pfTotal)
                            compute pg-line(pfTotal) = fs-line
                            move fs-left to pg-left(pfTotal)
                            move fs-right to pg-right(pfTotal)
                            move space to pg-state(pfTotal)
                        end-if
                    end-if
                end-if
            end-if.

*>matches this run's figures to the last run's in four passes - the
*>same figure in the same words first, then the same figure in the
*>same place (the words on one side of it unchanged), then a
*>different figure of the same kind in the same place, which is a
*>changed figure, then the same figure anywhere with the words round
*>it edited.  what is left over on either side was added or removed
        compareFigures.
            compute figMatchPass = 1.
            perform matchFigurePass
                until figMatchPass > 4.
            compute figIdx = 1.
            perform settleFigureState
                until figIdx > figTotal.
            compute pfIdx = 1.
            perform settlePriorState
                until pfIdx > pfTotal.

        matchFigurePass.
            compute figIdx = 1.
            perform matchOneFigure
                until figIdx > figTotal.
            compute figMatchPass = figMatchPass + 1.

        matchOneFigure.
            if fg-state(figIdx) = space
                compute pfFound = 0
                compute pfIdx = 1
                perform findPriorFigure
                    until pfIdx > pfTotal or pfFound > 0
                if pfFound > 0
                    move "M" to pg-state(pfFound)
                    if figMatchPass = 3
                        move "C" to fg-state(figIdx)
                        move pg-text(pfFound) to fg-was(figIdx)
                    else
                        move "U" to fg-state(figIdx)
                    end-if
                end-if
            end-if.
            compute figIdx = figIdx + 1.

        findPriorFigure.
            if pg-state(pfIdx) = space
               and pg-kind(pfIdx) = fg-kind(figIdx)
                if figMatchPass = 1
                    if pg-text(pfIdx) = fg-text(figIdx)
                       and pg-left(pfIdx) = fg-left(figIdx)
                       and pg-right(pfIdx) = fg-right(figIdx)
                        compute pfFound = pfIdx
                    end-if
                else if figMatchPass = 2
                    if pg-text(pfIdx) = fg-text(figIdx)
                       and (pg-left(pfIdx) = fg-left(figIdx)
                            or pg-right(pfIdx) = fg-right(figIdx))
                        compute pfFound = pfIdx
                    end-if
                else if figMatchPass = 3
                    if pg-text(pfIdx) not = fg-text(figIdx)
                       and ((pg-left(pfIdx) = fg-left(figIdx)
                             and fg-left(figIdx) not = spaces)
                         or (pg-right(pfIdx) = fg-right(figIdx)
                             and fg-right(figIdx) not = spaces))
                        compute pfFound = pfIdx
                    end-if
                else
                    if pg-text(pfIdx) = fg-text(figIdx)
                        compute pfFound = pfIdx
                    end-if
                end-if
            end-if.
            compute pfIdx = pfIdx + 1.

        settleFigureState.
            if fg-state(figIdx) = space
                move "A" to fg-state(figIdx)
            end-if.
            compute figIdx = figIdx + 1.

        settlePriorState.
            if pg-state(pfIdx) = space
                move "R" to pg-state(pfIdx)
            end-if.
            compute pfIdx = pfIdx + 1.

*>writes this run's figures as a new generation - a header record
*>first, so a run that found no figures still counts as a run
        keepFigures.
            accept runDate from date yyyymmdd.
            move fname to fs-fname.
            move snapRunNo to fs-runno.
            compute fs-seq = 0.
            move spaces to fs-kind.
            move spaces to fs-text.
            compute fs-line = figTotal.
            move spaces to fs-left.
            move spaces to fs-right.
            move runDate to fs-rundate.
            perform writeFigSnapRecord.
            compute figIdx = 1.
            perform keepOneFigure
                until figIdx > figTotal.

        keepOneFigure.
            compute fs-seq = figIdx.
            move fg-kind(figIdx) to fs-kind.
            move fg-text(figIdx) to fs-text.
            compute fs-line = fg-line(figIdx).
            move fg-left(figIdx) to fs-left.
            move fg-right(figIdx) to fs-right.
            perform writeFigSnapRecord.
            compute figIdx = figIdx + 1.

        writeFigSnapRecord.
            write figsnap-record
                invalid key
                    display "Could not write figures snapshot: ", fname
                    perform flagRunWarning
            end-write.

*>every figure in line order with the text round it, the count of
*>each kind, then what changed since the last run
        writeFigReport.
            open output fig-file.
            if figFS not = "00"
                display "Could not create figures report: ", outFigName
                perform flagRunWarning
            else
                move fname to fig-title-fname
                write figout from fig-title
                compute figAmounts = 0
                compute figPercents = 0
                compute figDates = 0
                compute figNumbers = 0
                compute figIdx = 1
                perform reportOneFigure
                    until figIdx > figTotal
                move spaces to figout
                write figout
                move "amounts=" to fig-count-label
                compute fig-count-out = figAmounts
                write figout from fig-count-line
                move "percentages=" to fig-count-label
                compute fig-count-out = figPercents
                write figout from fig-count-line
                move "dates=" to fig-count-label
                compute fig-count-out = figDates
                write figout from fig-count-line
                move "numbers=" to fig-count-label
                compute fig-count-out = figNumbers
                write figout from fig-count-line
                if figOverflow > 0
                    move "figures not listed-table full=" to fig-count-label
                    compute fig-count-out = figOverflow
                    write figout from fig-count-line
                end-if
                move spaces to figout
                write figout
                perform writeFigChanges
                close fig-file
            end-if.

        reportOneFigure.
            compute fig-line-out = fg-line(figIdx).
            move fg-kind(figIdx) to fig-kind-out.
            move fg-text(figIdx) to fig-text-out.
            move spaces to fig-ctx-out.
            string fg-left(figIdx) delimited by size
                   fg-text(figIdx) delimited by "  "
                   fg-right(figIdx) delimited by size
                   into fig-ctx-out
            end-string.
            write figout from fig-line.
            if fg-kind(figIdx) = "AMOUNT"
                compute figAmounts = figAmounts + 1
            else if fg-kind(figIdx) = "PERCENT"
                compute figPercents = figPercents + 1
            else if fg-kind(figIdx) = "DATE"
                compute figDates = figDates + 1
            else
                compute figNumbers = figNumbers + 1
            end-if.
            compute figIdx = figIdx + 1.

*>the comparison section - why there isn't one, or the changed,
*>added and removed figures and the counts of each
        writeFigChanges.
            if not figs-compared
                move "no previous run on file - nothing to compare"
                    to figout
                write figout
            else
                move figPriorDate to fig-cmp-date
                write figout from fig-cmp-head
                compute figAdded = 0
                compute figRemoved = 0
                compute figChanged = 0
                compute figSame = 0
                compute figIdx = 1
                perform reportChangedFigure
                    until figIdx > figTotal
                compute figIdx = 1
                perform reportAddedFigure
                    until figIdx > figTotal
                compute pfIdx = 1
                perform reportRemovedFigure
                    until pfIdx > pfTotal
                move spaces to figout
                write figout
                move "changed=" to fig-count-label
                compute fig-count-out = figChanged
                write figout from fig-count-line
                move "added=" to fig-count-label
                compute fig-count-out = figAdded
                write figout from fig-count-line
                move "removed=" to fig-count-label
                compute fig-count-out = figRemoved
                write figout from fig-count-line
                move "unchanged=" to fig-count-label
                compute fig-count-out = figSame
                write figout from fig-count-line
            end-if.

        reportChangedFigure.
            if fg-state(figIdx) = "C"
                compute figChanged = figChanged + 1
                move "CHANGED " to fig-cmp-state
                move " was=" to fig-cmp-was-lit
                move fg-was(figIdx) to fig-cmp-was
                perform writeFigCmpLine
            end-if.
            if fg-state(figIdx) = "U"
                compute figSame = figSame + 1
            end-if.
            compute figIdx = figIdx + 1.

        reportAddedFigure.
            if fg-state(figIdx) = "A"
                compute figAdded = figAdded + 1
                move "ADDED   " to fig-cmp-state
                move spaces to fig-cmp-was-lit
                move spaces to fig-cmp-was
                perform writeFigCmpLine
            end-if.
            compute figIdx = figIdx + 1.

        writeFigCmpLine.
            compute fig-cmp-line-out = fg-line(figIdx).
            move fg-kind(figIdx) to fig-cmp-kind.
            move fg-text(figIdx) to fig-cmp-text.
            move spaces to fig-cmp-ctx.
            string fg-left(figIdx) delimited by size
                   fg-text(figIdx) delimited by "  "
                   fg-right(figIdx) delimited by size
                   into fig-cmp-ctx
            end-string.
            write figout from fig-cmp-line.

*>a removed figure is shown where it stood in the last run
        reportRemovedFigure.
            if pg-state(pfIdx) = "R"
                compute figRemoved = figRemoved + 1
                move "REMOVED " to fig-cmp-state
                compute fig-cmp-line-out = pg-line(pfIdx)
                move pg-kind(pfIdx) to fig-cmp-kind
                move pg-text(pfIdx) to fig-cmp-text
                move spaces to fig-cmp-was-lit
                move spaces to fig-cmp-was
                move spaces to fig-cmp-ctx
                string pg-left(pfIdx) delimited by size
                       pg-text(pfIdx) delimited by "  "
                       pg-right(pfIdx) delimited by size
                       into fig-cmp-ctx
                end-string
                write figout from fig-cmp-line
            end-if.
            compute pfIdx = pfIdx + 1.

*>opens the night's figures listing - batch runs only
        openFigList.
            compute figListLines = 0.
            compute figListChanged = 0.
            open output figlist-file.
            if figListFS = "00"
                move "Y" to figListActiveFlag
                move "FIGURES IN TONIGHT'S FILES:" to figlistout
                write figlistout
            else
                display "Could not create figures listing: FIGURES.TXT"
                perform flagRunWarning
            end-if.

        closeFigList.
            if figlist-active
                move spaces to figlistout
                write figlistout
                move "figures listed=" to fig-count-label
                compute fig-count-out = figListLines
                write figlistout from fig-count-line
                move "files with figures changed=" to fig-count-label
                compute fig-count-out = figListChanged
                write figlistout from fig-count-line
                close figlist-file
                move "N" to figListActiveFlag
                display "Figures listing generated to FIGURES.TXT"
            end-if.

*>the file's figures on the night's listing with their state against
*>the last run, the removed ones after them
        listFigures.
            compute figFileChanges = 0.
            compute figIdx = 1.
            perform listOneFigure
                until figIdx > figTotal.
            if figs-compared
                compute pfIdx = 1
                perform listRemovedFigure
                    until pfIdx > pfTotal
            end-if.
            if figFileChanges > 0
                compute figListChanged = figListChanged + 1
            end-if.

        listOneFigure.
            move fname to fl-fname.
            compute fl-line = fg-line(figIdx).
            move fg-kind(figIdx) to fl-kind.
            move fg-text(figIdx) to fl-text.
            move spaces to fl-was-lit.
            move spaces to fl-was.
            if not figs-compared
                move "NOPRIOR" to fl-state
            else if fg-state(figIdx) = "A"
                move "ADDED" to fl-state
                compute figFileChanges = figFileChanges + 1
            else if fg-state(figIdx) = "C"
                move "CHANGED" to fl-state
                move " was=" to fl-was-lit
                move fg-was(figIdx) to fl-was
                compute figFileChanges = figFileChanges + 1
            else
                move spaces to fl-state
            end-if.
            write figlistout from figlist-line.
            compute figListLines = figListLines + 1.
            compute figIdx = figIdx + 1.

        listRemovedFigure.
            if pg-state(pfIdx) = "R"
                move fname to fl-fname
                compute fl-line = pg-line(pfIdx)
                move pg-kind(pfIdx) to fl-kind
                move "REMOVED" to fl-state
                move pg-text(pfIdx) to fl-text
                move spaces to fl-was-lit
                move spaces to fl-was
                write figlistout from figlist-line
                compute figListLines = figListLines + 1
                compute figFileChanges = figFileChanges + 1
            end-if.
            compute pfIdx = pfIdx + 1.

*>brings the corpus dictionary up to date for the file just scanned.
*>a word joins a document's count the first run the document uses
*>it and leaves it the first run it doesn't, so only the difference
*>against the generation writeSnapshot kept is applied - a rerun of
*>an unchanged document moves nothing.  without this run's snapshot
*>there is no telling next time what was counted, so the corpus is
*>left alone and the report goes out against it as it stands
        updateCorpus.
            move "N" to corpusReadyFlag.
            compute corpusDocs = 0.
            compute corpNewWords = 0.
            if not snap-written
                display "Corpus dictionary not updated - no snapshot: ",
                        fname
                perform flagRunWarning
            else
                open i-o corpus-file
                if corpFS = "35"
                    open output corpus-file
                    if corpFS = "00"
                        close corpus-file
                        open i-o corpus-file
                    end-if
                end-if
                if corpFS not = "00"
                    display "Could not open corpus dictionary: ",
                            "CORPUS.MST"
                    perform flagRunWarning
                else
                    open input snap-file
                    if snapFS not = "00"
                        display "Could not open vocabulary snapshots: ",
                                "WORDSNAP.MST"
                        perform flagRunWarning
                    else
                        accept runDate from date yyyymmdd
                        compute srchIdx = 1
                        perform corpusOneWord
                            until srchIdx > wfHashSize
                        if snapKeepRunNo > 0
                            perform dropGoneWords
                        else
                            perform countCorpusDoc
                        end-if
                        close snap-file
                        move "Y" to corpusReadyFlag
                    end-if
                    move corpusDocsKey to corp-word
                    read corpus-file
                        invalid key compute corpusDocs = 0
                        not invalid key compute corpusDocs = corp-docs
                    end-read
                    close corpus-file
                end-if
            end-if.

*>one word of this run - a word the corpus has never seen goes on
*>with this document as its first, a word the document's kept
*>generation lacked adds the document to its count
        corpusOneWord.
            if wf-count(srchIdx) > 0
                move "N" to inPriorSnapFlag
                if snapKeepRunNo > 0
                    move fname to snap-fname
                    move snapKeepRunNo to snap-runno
                    move wf-word(srchIdx) to snap-word
                    read snap-file record key is snap-key
                        invalid key move "N" to inPriorSnapFlag
                        not invalid key move "Y" to inPriorSnapFlag
                    end-read
                end-if
                move wf-word(srchIdx) to corp-word
                read corpus-file
                    invalid key
                        compute corp-docs = 1
                        move runDate to corp-firstdate
                        move fname to corp-firstdoc
                        write corpus-record
                            invalid key perform flagRunWarning
                        end-write
                        move "Y" to wf-new(srchIdx)
                        compute corpNewWords = corpNewWords + 1
                    not invalid key
                        if not in-prior-snap
                            compute corp-docs = corp-docs + 1
                            rewrite corpus-record
                                invalid key perform flagRunWarning
                            end-rewrite
                        end-if
                end-read
                compute wf-docs(srchIdx) = corp-docs
            end-if.
            compute srchIdx = srchIdx + 1.

*>walks the kept generation for the words this run no longer has and
*>takes the document off their counts
        dropGoneWords.
            move "N" to snapDoneFlag.
            move fname to snap-fname.
            move snapKeepRunNo to snap-runno.
            move low-values to snap-word.
            start snap-file key >= snap-key
                invalid key move "Y" to snapDoneFlag
            end-start.
            perform dropGoneWord
                until snap-done.
            move spaces to curWordText.

        dropGoneWord.
            read snap-file next record
                at end move "Y" to snapDoneFlag
            end-read.
            if not snap-done
                if snap-fname not = fname
                   or snap-runno not = snapKeepRunNo
                    move "Y" to snapDoneFlag
                else
                    if snap-word not = spaces
                        move snap-word to curWordText
                        perform findWordSlot
                        if wf-count(wfIdx) not > 0
                           or wf-word(wfIdx) not = curWordText
                            move snap-word to corp-word
                            perform uncountCorpusWord
                        end-if
                    end-if
                end-if
            end-if.

*>one document fewer holding corp-word - a count never goes below
*>zero, and the word itself stays on so its first sighting is kept
        uncountCorpusWord.
            read corpus-file
                invalid key continue
                not invalid key
                    if corp-docs > 0
                        compute corp-docs = corp-docs - 1
                        rewrite corpus-record
                            invalid key perform flagRunWarning
                        end-rewrite
                    end-if
            end-read.

*>a document with no kept generation is new to the corpus
        countCorpusDoc.
            move corpusDocsKey to corp-word.
            read corpus-file
                invalid key
                    compute corp-docs = 1
                    move runDate to corp-firstdate
                    move spaces to corp-firstdoc
                    write corpus-record
                        invalid key perform flagRunWarning
                    end-write
                not invalid key
                    compute corp-docs = corp-docs + 1
                    rewrite corpus-record
                        invalid key perform flagRunWarning
                    end-rewrite
            end-read.

*>the file's words ranked by weight, highest first, then the words
*>it was first in the corpus to use.  a batch run also sums every
*>word that placed under the file's document type for DISTTYPE.TXT
        writeDistReport.
            open output dist-file.
            if distFS not = "00"
                display "Could not create distinctive terms report: ",
                        outDistName
                perform flagRunWarning
            else
                move fname to dist-title-fname
                write distout from dist-title
                compute dist-corpus-docs = corpusDocs
                compute dist-tokens = wfTokens
                write distout from dist-corpus-line
                if not corpus-ready
                    move "corpus not updated-weights as last stood"
                        to distout
                    write distout
                end-if
                move spaces to distout
                write distout
                if corpusDocs < 2
                    write distout from dist-small-line
                else
                    compute srchIdx = 1
                    perform scoreDistWord
                        until srchIdx > wfHashSize
                    write distout from dist-head
                    compute rptRank = 0
                    compute bestIdx = 1
                    perform reportDistWord
                        until rptRank = distTop or bestIdx = 0
                    if rptRank = 0
                        write distout from dist-none-line
                    end-if
                end-if
                move spaces to distout
                write distout
                write distout from dist-new-head
                compute distNewListed = 0
                compute srchIdx = 1
                perform reportNewWord
                    until srchIdx > wfHashSize
                move "new words=" to dist-count-label
                compute dist-count-out = corpNewWords
                write distout from dist-count-line
                if corpNewWords > distNewListed
                    move "not listed-too many=" to dist-count-label
                    compute dist-count-out = corpNewWords - distNewListed
                    write distout from dist-count-line
                end-if
                close dist-file
            end-if.

*>weight of one word - a stoplisted word, one too rare to mean
*>anything, or one the corpus count doesn't cover gets none
        scoreDistWord.
            compute wf-score(srchIdx) = 0.
            if wf-count(srchIdx) >= distMinCount
               and wf-stop(srchIdx) not = "Y"
               and wf-docs(srchIdx) > 0
               and corpusDocs > wf-docs(srchIdx)
                compute distRatio = corpusDocs / wf-docs(srchIdx)
                compute wf-score(srchIdx) rounded =
                        wf-count(srchIdx) * 1000 / wfTokens
                        * function log(distRatio)
            end-if.
            compute srchIdx = srchIdx + 1.

*>the heaviest word left, knocked down to -1 once printed
        reportDistWord.
            compute bestIdx = 0.
            compute bestScore = 0.
            compute srchIdx = 1.
            perform findBestDistWord
                until srchIdx > wfHashSize.
            if bestIdx > 0
                compute rptRank = rptRank + 1
                move wf-word(bestIdx) to dist-word
                compute dist-count = wf-count(bestIdx)
                compute dist-docs = wf-docs(bestIdx)
                compute dist-score = wf-score(bestIdx)
                write distout from dist-line
                if mode-batch
                    perform addTypeTerm
                end-if
                compute wf-score(bestIdx) = -1
            end-if.

        findBestDistWord.
            if wf-count(srchIdx) > 0
               and wf-score(srchIdx) > bestScore
                compute bestScore = wf-score(srchIdx)
                compute bestIdx = srchIdx
            end-if.
            compute srchIdx = srchIdx + 1.

        reportNewWord.
            if wf-count(srchIdx) > 0 and wf-new(srchIdx) = "Y"
               and distNewListed < distNewListMax
                compute distNewListed = distNewListed + 1
                move wf-word(srchIdx) to dist-new-word
                compute dist-new-count = wf-count(srchIdx)
                write distout from dist-new-line
            end-if.
            compute srchIdx = srchIdx + 1.

*>adds a placed word to its document type's running total - the
*>same word under the same type is one entry however many files
*>it places in
        addTypeTerm.
            compute ttSlot = 0.
            compute ttIdx = 1.
            perform findTypeTerm
                until ttIdx > ttTotal or ttSlot > 0.
            if ttSlot = 0
                if ttTotal < 5000
                    compute ttTotal = ttTotal + 1
                    compute ttSlot = ttTotal
                    move curDocType to tt-type(ttSlot)
                    move wf-word(bestIdx) to tt-word(ttSlot)
                    compute tt-docs(ttSlot) = 0
                    compute tt-score(ttSlot) = 0
                else
                    compute ttOverflow = ttOverflow + 1
                end-if
            end-if.
            if ttSlot > 0
                compute tt-docs(ttSlot) = tt-docs(ttSlot) + 1
                compute tt-score(ttSlot) = tt-score(ttSlot)
                        + wf-score(bestIdx)
            end-if.

        findTypeTerm.
            if tt-type(ttIdx) = curDocType
               and tt-word(ttIdx) = wf-word(bestIdx)
                compute ttSlot = ttIdx
            end-if.
            compute ttIdx = ttIdx + 1.

*>the night's distinctive terms by document type - each type in the
*>order it first turned up, its heaviest ttTypeTop words by total
*>weight.  printed entries are knocked down to -1 files, and the
*>rest of a type's entries with them once its list is done
        writeTypeTermReport.
            open output disttype-file.
            if distTypeFS not = "00"
                display "Could not create distinctive terms by type: ",
                        "DISTTYPE.TXT"
                perform flagRunWarning
            else
                write disttypeout from dtype-title
                if ttTotal = 0
                    write disttypeout from dtype-none-line
                end-if
                compute ttIdx = 1
                perform reportTermType
                    until ttIdx > ttTotal
                if ttOverflow > 0
                    compute dtype-over-count = ttOverflow
                    write disttypeout from dtype-over-line
                end-if
                close disttype-file
            end-if.

        reportTermType.
            if tt-docs(ttIdx) > 0
                move tt-type(ttIdx) to ttCurType
                move spaces to disttypeout
                write disttypeout
                move ttCurType to dtype-type
                write disttypeout from dtype-type-line
                compute ttRank = 0
                compute ttBestIdx = 1
                perform reportTypeTerm
                    until ttRank = ttTypeTop or ttBestIdx = 0
                compute ttSlot = ttIdx
                perform closeTermType
                    until ttSlot > ttTotal
            end-if.
            compute ttIdx = ttIdx + 1.

        reportTypeTerm.
            compute ttBestIdx = 0.
            compute ttBestScore = -1.
            compute ttSlot = ttIdx.
            perform findBestTypeTerm
                until ttSlot > ttTotal.
            if ttBestIdx > 0
                compute ttRank = ttRank + 1
                move tt-word(ttBestIdx) to dtype-word
                compute dtype-docs = tt-docs(ttBestIdx)
                compute dtype-score = tt-score(ttBestIdx)
                write disttypeout from dtype-line
                compute tt-docs(ttBestIdx) = -1
            end-if.

        findBestTypeTerm.
            if tt-type(ttSlot) = ttCurType
               and tt-docs(ttSlot) > 0
               and tt-score(ttSlot) > ttBestScore
                compute ttBestScore = tt-score(ttSlot)
                compute ttBestIdx = ttSlot
            end-if.
            compute ttSlot = ttSlot + 1.

        closeTermType.
            if tt-type(ttSlot) = ttCurType
                compute tt-docs(ttSlot) = -1
            end-if.
            compute ttSlot = ttSlot + 1.

*>writes the top 25 most frequent words seen in this file, highest
*>count first, to the freq-file for this run
        writeWordFreq.
                perform checkLongSentLimit
                perform checkAwsLimit
                perform checkErrLimit
                perform checkUnkRateLimit
            end-if.

        findRuleSet.
            compute limitIdx = limitIdx + 1.

        checkGradeLimit.
            if rs-grade(ruleIdx) >= 0 and not grade-suppressed
               and readScore > rs-grade(ruleIdx)
                move "readScore"    to exc-measure
                compute exc-actual = readScore
                perform writeExceptionLine
            end-if.

*>only judged when the spelling check ran - with no dictionary staged
*>every file would show a zero rate and pass
        checkUnkRateLimit.
            if spell-active and rs-unkrate(ruleIdx) >= 0
               and unkRateWork > rs-unkrate(ruleIdx)
                move "unknownRate"  to exc-measure
                compute exc-actual = unkRateWork
                compute exc-limit = rs-unkrate(ruleIdx)
                compute exc-over = unkRateWork - rs-unkrate(ruleIdx)
                perform writeExceptionLine
            end-if.

        writeExceptionLine.
            move fname      to exc-fname.
            move curRuleset to exc-ruleset.
            end-if.
            compute stopIdx = stopIdx + 1.

*>opens the staged dictionary for the run - there is no spelling
*>check at all unless DICT.MST is staged, since a house list alone
*>would flag nearly every word in the file
        openDictionary.
            move "N" to spellActiveFlag.
            open input dict-file.
            if dictFS = "00"
                move "Y" to spellActiveFlag
            end-if.

        closeDictionary.
            if spell-active
                close dict-file
                move "N" to spellActiveFlag
            end-if.

*>starts the unknown-word report for the file about to be scanned -
*>a report that can't be opened still leaves the counts to be taken
        openSpellReport.
            move "N" to spellOpenFlag.
            if spell-active
                open output spell-file
                if spellFS = "00"
                    move "Y" to spellOpenFlag
                    move fname to spell-title-fname
                    write spellout from spell-title
                else
                    display "Could not create unknown-word report: ",
                            outSpellName
                    perform flagRunWarning
                end-if
            end-if.

        closeSpellReport.
            if spell-report-open
                compute spell-tot-unk = unknownWords
                compute spell-tot-chk = spellChecked
                compute spell-tot-rate = unkRateWork
                write spellout from spell-total-line
                close spell-file
                move "N" to spellOpenFlag
            end-if.

*>the unknown count and its rate per hundred words looked up, for
*>stats.txt, STATS.CSV, the catalog and the rule set check
        computeSpellStats.
            if spellChecked = 0
                compute unkRateWork = 0
            else
                compute unkRateWork = unknownWords * 100 / spellChecked
            end-if.
            compute outUnknown = unknownWords.
            compute outUnkRate = unkRateWork.

*>looks the word just flushed up in the house list and then the
*>staged dictionary.  the verdict is kept on the word's frequency
*>slot, so a distinct word costs one lookup however often it
*>occurs.  a word carrying a digit (a date, a part number) is not a
*>spelling matter and is left alone
        checkSpelling.
            move "N" to wordDigitFlag.
            compute spellPos = 1.
            perform checkWordDigit
                until spellPos > curWordLen.
            if not word-has-digit
                compute spellChecked = spellChecked + 1
                if wf-word(wfIdx) = curWordText and wf-count(wfIdx) > 0
                    if wf-known(wfIdx) = space
                        perform lookupWord
                        move wordKnownFlag to wf-known(wfIdx)
                    else
                        move wf-known(wfIdx) to wordKnownFlag
                    end-if
                else
                    perform lookupWord
                end-if
                if not word-known
                    perform reportUnknownWord
                end-if
            end-if.

        checkWordDigit.
            if curWordText(spellPos:1) is numeric
                move "Y" to wordDigitFlag
            end-if.
            compute spellPos = spellPos + 1.

        lookupWord.
            move "N" to wordKnownFlag.
            move function upper-case(curWordText) to curWordUpper.
            compute houseIdx = 1.
            perform matchHouseWord
                until houseIdx > houseCount.
            if not word-known
                move curWordUpper to dict-word
                read dict-file
                    invalid key
                        continue
                    not invalid key
                        move "Y" to wordKnownFlag
                end-read
            end-if.

        matchHouseWord.
            if hw-entry(houseIdx) = curWordUpper
                move "Y" to wordKnownFlag
                compute houseIdx = houseCount
            end-if.
            compute houseIdx = houseIdx + 1.

        reportUnknownWord.
            compute unknownWords = unknownWords + 1.
            if spell-report-open
                move lineNum     to spell-linenum
                move curWordText to spell-word
                write spellout from spell-line
            end-if.

*>adds one occurrence of curWordText to the word-freq-table - the
*>word hashes to its home slot and probes forward to its own entry
*>or the first free one, so every distinct word keeps its own exact
            compute wf-count(wfIdx) = 0.
            move spaces to wf-word(wfIdx).
            move "N" to wf-stop(wfIdx).
            move space to wf-known(wfIdx).
            compute wf-docs(wfIdx) = 0.
            move "N" to wf-new(wfIdx).
            compute wf-score(wfIdx) = 0.
            compute wfIdx = wfIdx + 1.

*>decides what the line just read means for the paragraph being
                    compute pt-sent(paraTotal) = paraSent
                    compute pt-words(paraTotal) = paraWords
                    compute pt-char(paraTotal) = paraChar
                    if paraSent = 0 or paraWords = 0 or grade-suppressed
                        compute pt-grade(paraTotal) = 0
                    else
                        compute pt-grade(paraTotal) =
                perform flagRunWarning
            else
                write paraout from para-title
                if grade-suppressed
                    move spaces to paraout
                    string "grades not computed - language="
                               delimited by size
                           curLanguage delimited by size
                           into paraout
                    write paraout
                end-if
                perform findWorstPara
                compute paraIdx = 1
                perform reportOnePara
                        pt-words(paraIdx) / pt-sent(paraIdx)
            end-if.
            compute para-grade-out = pt-grade(paraIdx).
            if pt-grade(paraIdx) = worstGrade and not grade-suppressed
                move " <== WORST" to para-flag-out
            else
                move spaces to para-flag-out
            end-if.
            compute snIdx = snIdx + 1.

*>takes the figure whose first digit statCheck has reached off the
*>line whole - a digit run glued to a letter (a model or part
*>number) is part of a word and is passed over.  figEndPos is left on
*>the figure's last column so the rest of its digits don't start
*>another
        extractFigure.
            compute figStart = linePos.
            compute figPos = figStart.
            perform skipFigureDigit
                until figPos > lineLastNB
                   or charScan(figPos) is not numeric.
            compute figEndPos = figPos - 1.
            if figStart > 1
               and charScan(figStart - 1) is alphabetic
               and charScan(figStart - 1) not = space
                continue
            else
                perform parseFigure
            end-if.

        skipFigureDigit.
            compute figPos = figPos + 1.

*>the digit run is extended over grouping commas, decimal points and
*>date separators (each only when a digit follows), picks up a sign
*>or dollar sign in front and a percent sign or the word percent
*>behind, and a month name either side makes it a date
        parseFigure.
            move "NUMBER" to figKind.
            compute figBegin = figStart.
            compute figDigitRun = figPos - figStart.
            compute figSlashes = 0.
            compute figDashes = 0.
            compute figSeps = 0.
            if figBegin > 1 and charScan(figBegin - 1) = "-"
                if figBegin = 2
                    compute figBegin = figBegin - 1
                else
                    if charScan(figBegin - 2) = space
                       or charScan(figBegin - 2) = "$"
                        compute figBegin = figBegin - 1
                    end-if
                end-if
            end-if.
            if figBegin > 1 and charScan(figBegin - 1) = "$"
                compute figBegin = figBegin - 1
                move "AMOUNT" to figKind
            end-if.
            move "N" to figScanDoneFlag.
            perform extendFigure
                until fig-scan-done.
            compute figEnd = figPos - 1.

            if figKind = "NUMBER" and figSeps = 2
               and (figSlashes = 2 or figDashes = 2)
                move "DATE" to figKind
            end-if.
            if figKind not = "DATE"
                perform checkPercentSign
            end-if.
            if figKind = "NUMBER" and figSeps = 0
               and figBegin = figStart
               and (figDigitRun <= 2 or figDigitRun = 4)
                perform checkMonthBefore
                if not month-found and figDigitRun <= 2
                    perform checkMonthAfter
                end-if
            end-if.
            if figEnd > figEndPos
                compute figEndPos = figEnd
            end-if.
            perform addFigure.

        extendFigure.
            move "Y" to figScanDoneFlag.
            if figPos < lineLastNB
                if charScan(figPos + 1) is numeric
                    if charScan(figPos) = "," or charScan(figPos) = "."
                       or charScan(figPos) = "/" or charScan(figPos) = "-"
                        compute figSeps = figSeps + 1
                        if charScan(figPos) = "/"
                            compute figSlashes = figSlashes + 1
                        end-if
                        if charScan(figPos) = "-"
                            compute figDashes = figDashes + 1
                        end-if
                        compute figPos = figPos + 1
                        perform skipFigureDigit
                            until figPos > lineLastNB
                               or charScan(figPos) is not numeric
                        move "N" to figScanDoneFlag
                    end-if
                end-if
            end-if.

*>a percent sign straight after the figure (or after one space) is
*>taken into it, the word percent or per cent just marks its kind
        checkPercentSign.
            if figEnd < lineLastNB
                if charScan(figEnd + 1) = "%"
                    compute figEnd = figEnd + 1
                    move "PERCENT" to figKind
                else if figEnd + 1 < lineLastNB
                        and charScan(figEnd + 1) = space
                        and charScan(figEnd + 2) = "%"
                    compute figEnd = figEnd + 2
                    move "PERCENT" to figKind
                else if figEnd + 8 <= 256
                        and function upper-case(input-area(figEnd + 1:8))
                            = " PERCENT"
                    move "PERCENT" to figKind
                else if figEnd + 9 <= 256
                        and function upper-case(input-area(figEnd + 1:9))
                            = " PER CENT"
                    move "PERCENT" to figKind
                end-if
            end-if.

*>a month name just ahead of the figure (March 5, Jan. 2026) makes
*>it a date reaching back over the month, and on over the year when
*>a day is followed by one
        checkMonthBefore.
            move "N" to monthFoundFlag.
            compute monthEnd = figBegin - 1.
            if monthEnd > 2 and charScan(monthEnd) = space
                compute monthEnd = monthEnd - 1
                if charScan(monthEnd) = "." and monthEnd > 1
                    compute monthEnd = monthEnd - 1
                end-if
                compute monthPos = monthEnd
                perform findMonthStart
                    until monthPos = 1
                       or charScan(monthPos - 1) = space
                       or charScan(monthPos - 1) is not alphabetic
                compute monthLen = monthEnd - monthPos + 1
                if monthLen <= 9
                   and charScan(monthEnd) is alphabetic
                   and charScan(monthEnd) not = space
                    move function upper-case
                            (input-area(monthPos:monthLen)) to monthWord
                    perform matchMonth
                    if month-found
                        compute figBegin = monthPos
                        move "DATE" to figKind
                        if figDigitRun <= 2
                            perform checkYearAfter
                        end-if
                    end-if
                end-if
            end-if.

        findMonthStart.
            compute monthPos = monthPos - 1.

*>a month name just behind a day (5 March, 5 March 2026) makes it a
*>date reaching forward over the month and any year
        checkMonthAfter.
            move "N" to monthFoundFlag.
            compute monthPos = figEnd + 2.
            if monthPos < lineLastNB and charScan(figEnd + 1) = space
                compute monthEnd = monthPos
                perform findMonthEnd
                    until monthEnd >= lineLastNB
                       or charScan(monthEnd + 1) = space
                       or charScan(monthEnd + 1) is not alphabetic
                compute monthLen = monthEnd - monthPos + 1
                if monthLen <= 9
                   and charScan(monthPos) is alphabetic
                   and charScan(monthPos) not = space
                    move function upper-case
                            (input-area(monthPos:monthLen)) to monthWord
                    perform matchMonth
                    if month-found
                        compute figEnd = monthEnd
                        if figEnd < lineLastNB
                           and charScan(figEnd + 1) = "."
                            compute figEnd = figEnd + 1
                        end-if
                        move "DATE" to figKind
                        perform checkYearAfter
                    end-if
                end-if
            end-if.

        findMonthEnd.
            compute monthEnd = monthEnd + 1.

        matchMonth.
            move "N" to monthFoundFlag.
            compute monthIdx = 1.
            perform matchMonthName
                until monthIdx > 24 or month-found.

        matchMonthName.
            if mn-entry(monthIdx) = monthWord
                move "Y" to monthFoundFlag
            end-if.
            compute monthIdx = monthIdx + 1.

*>a four-digit year after the date so far, after a comma and/or a
*>space, is taken into it
        checkYearAfter.
            compute figPos = figEnd + 1.
            if figPos <= lineLastNB and charScan(figPos) = ","
                compute figPos = figPos + 1
            end-if.
            if figPos <= lineLastNB and charScan(figPos) = space
                compute figPos = figPos + 1
            end-if.
            if figPos > figEnd + 1 and figPos + 3 <= lineLastNB
                if input-area(figPos:4) is numeric
                    if figPos + 4 > 256
                        compute figEnd = figPos + 3
                    else
                        if charScan(figPos + 4) is not numeric
                            compute figEnd = figPos + 3
                        end-if
                    end-if
                end-if
            end-if.

*>files the figure with the 20 characters either side of it on the
*>line - the left side right-justified, so it reads up to the figure
        addFigure.
            if figTotal < 2000
                compute figTotal = figTotal + 1
                compute figLen = figEnd - figBegin + 1
                move spaces to fg-text(figTotal)
                move input-area(figBegin:figLen) to fg-text(figTotal)
                move figKind to fg-kind(figTotal)
                compute fg-line(figTotal) = lineNum
                move space to fg-state(figTotal)
                move spaces to fg-was(figTotal)
                move spaces to fg-left(figTotal)
                compute figCtxLen = figBegin - 1
                if figCtxLen > 20
                    compute figCtxLen = 20
                end-if
                if figCtxLen > 0
                    move input-area(figBegin - figCtxLen:figCtxLen)
                        to fg-left(figTotal)(20 - figCtxLen + 1:figCtxLen)
                end-if
                move spaces to fg-right(figTotal)
                compute figCtxLen = 256 - figEnd
                if figCtxLen > 20
                    compute figCtxLen = 20
                end-if
                if figCtxLen > 0
                    move input-area(figEnd + 1:figCtxLen)
                        to fg-right(figTotal)(1:figCtxLen)
                end-if
            else
                compute figOverflow = figOverflow + 1
            end-if.

*>the word statCheck was building has ended - record it (if any)
*>and reset the buffer for the next word
        flushWord.
                if concord-active
                    perform checkKeyword
                end-if
                if spell-active
                    perform checkSpelling
                end-if
                if curWordActualLen > longestWord
                    compute longestWord = curWordActualLen
                end-if
               end-if
               move "N" to wordCarryFlag
               compute linePos = 1
               compute figEndPos = 0
               perform statCheck
                   until linePos is > lineLastNB
               if curWordLen > 0
*>a digit run doesn't end the word numWords is counting (numWords
*>only breaks on a space or a sentence terminator), so the digit is
*>folded into the word being built, the same as a letter would be,
*>instead of being left out of it.  the first digit of a figure not
*>already taken off the line has the whole figure taken here
               if linePos > figEndPos
                   perform extractFigure
               end-if
               compute curWordActualLen = curWordActualLen + 1
               if curWordLen < 20
                   compute curWordLen = curWordLen + 1
