    organization is line sequential
    file status is manifestFileStatus.

    *> The member's diagnostics side file, read back at the end of the
    *> member for the message ids its manifest record carries.
    select diagsFile assign to diagsFileName
    organization is line sequential
    file status is diagsFileStatus.

    *> One record per batch member already completed, written as the batch
    *> runs, so a rerun with -y resumes at the first unfinished member
    *> instead of repeating hundreds of successful precompiles.
    organization is line sequential
    file status is compileMapFileStatus.

    *> The what-if run (-W): the impact report presqlCatalog appends its
    *> findings to, and the batch list of the members that would need
    *> rebuilding under the proposed catalog.
    select impactFile assign to impactReportFileName
    organization is line sequential
    file status is impactFileStatus.

    select rebuildListFile assign to rebuildListFileName
    organization is line sequential
    file status is rebuildListFileStatus.

*>===============================================================================
data division.
*>===============================================================================
fd manifestFile.
01 manifestLine                pic x(255).

fd diagsFile.
01 diagsLine                   pic x(400).

fd checkpointFile.
01 checkpointLine              pic x(255).

fd compileMapFile.
01 compileMapLine              pic x(255).

fd impactFile.
01 impactLine                  pic x(512).

fd rebuildListFile.
01 rebuildListLine             pic x(255).

fd lockFile.
01 lockLine                    pic x(255).

    03 historyCopybooks        pic 9(005).
    03 historyStatements       pic 9(005).
    03 historyReturnCode       pic 9(002).
    03 historyComplexityScore  pic 9(007).

*>------------------------------------------------------------------------------
working-storage section.
        88 batchListNotFound    value "35"  false "00".
    03 runningInBatchMode       pic 9(001)  value zeros.
        88 thisIsABatchRun      value 1     false 0.
    *> A batch list line starting "*>" is a note, not a member; a rerun
    *> list presqlRerun builds opens with "*> rerun of run <run-id>", and
    *> that run id is carried into this run's audit record.
    03 rerunOfRunId             pic x(020)  value spaces.
    03 batchNoteWord            pic x(030)  value spaces.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
        88 argumentIsGovernorFile value "-E" false spaces. *> Set per-statement timeout budgets per a named config file
        88 argumentIsExternalText value "-X" false spaces. *> Externalize statement text to a run-time bind file
        88 argumentIsGateThreshold value "-G" false spaces. *> Fail any member finishing above the named severity
        88 argumentIsTestRuntime value "-T" false spaces. *> Generate calls to the record/replay test runtime
        88 argumentIsWhatIfCatalog value "-W" false spaces. *> Report what a proposed schema catalog would break
        88 argumentIsApprovedPrograms value "-P" false spaces. *> Name the programs approved to touch restricted columns
        88 argumentIsCopyExpansion value "-C" false spaces. *> Expand ordinary COPY statements before statement extraction
        88 argumentIsFailureJournal value "-F" false spaces. *> Journal failing database calls with their bound input values
        88 argumentIsLibraryAsOf value "-O" false spaces. *> Resolve library copybooks as of a date or a pinned member version
        88 argumentIsComplexityLimit value "-K" false spaces. *> Warn on any statement scoring above the named SQL complexity
        88 argumentIsLanguage   value "-L"  false spaces. *> Word the numbered messages in the named language (PRESQL_LANGUAGE)
        88 argumentIsCutoffTime value "-H"  false spaces. *> Start no new batch member after the named hhmm cutoff

*>------------------------------------------------------------------------------
*> The structured-log fields handed to presqlLogFormat when the JSON log
    03 statementTextMode        pic 9(001)  value zeros.
        88 statementTextIsCompiled value 0  false 1.
        88 statementTextIsExternal value 1  false 0.
    *> With -T the generated calls go to the presqlReplay test runtime
    *> instead of the ODBC driver: a recording run captures every call's
    *> bound values and results into a scenario file, and a replay run
    *> serves them back with no database attached.
    03 testRuntimeMode          pic 9(001)  value zeros.
        88 testRuntimeIsOff     value 0     false 1.
        88 testRuntimeIsOn      value 1     false 0.
    *> The approved-program list (-P) for columns the catalog marks
    *> restricted: a program not on it that touches one fails the
    *> precompile.
    03 approvedProgramsFileName pic x(255)  value spaces.
    *> With -C ordinary COBOL COPY statements are expanded ahead of
    *> statement extraction, so the EXEC SQL inside a shared COPY member
    *> is precompiled along with the program's own.
    03 copyExpansionMode        pic 9(001)  value zeros.
        88 copyStatementsAreExpanded value 1 false 0.
    *> How many PROGRAM-ID units the expanded source holds, as counted
    *> by the include step; more than one (nested or batch-compiled
    *> programs) makes the later steps scope each unit on its own.
    03 programUnitsInSource     pic 9(003)  value zeros.
    *> With -F every generated database call that comes back with a
    *> negative SQLCODE appends a failure record to the journal through
    *> presqlFailRecord: the statement, SQLCODE, SQLSTATE, message text
    *> and the bound input values, sensitive columns masked.
    03 failureJournalMode       pic 9(001)  value zeros.
        88 failureJournalIsOn   value 1     false 0.
    *> With -O a copybook taken from a consolidated library resolves to
    *> the member version in force at a date (yyyymmdd or yyyymmddhhmmss),
    *> or to the version pinned for it as MEMBER:version, so an old
    *> release rebuilds from exactly the copybooks it was built with.
    03 libraryAsOfStamp         pic x(014)  value spaces.
    03 libraryVersionPins       pic x(255)  value spaces.
    *> With -K every statement presqlStatements scores above this
    *> complexity (tables joined, subquery depth, predicates, OR chains,
    *> functions on columns in WHERE, UNIONs) raises a warning; zero is off.
    03 complexityThreshold      pic 9(005)  value zeros.
    *> The source fingerprint presqlTranslate stamps into the generated
    *> program: the checksum of the source as read, the combined checksum
    *> of the copybooks it drew from (listed in the dependency index), and
    *> the command-line options of the run that generated it.
    03 fingerprintSourceChecksum pic 9(010)  value zeros.
    03 fingerprintCopybookChecksum pic 9(010)  value zeros.
    03 fingerprintDepsFileName  pic x(255)  value spaces.
    03 fingerprintSourceFileName pic x(255)  value spaces.
    03 fingerprintOptionsText   pic x(255)  value spaces.

01 listingOptionControls.
    03 annotatedListingMode     pic 9(001)  value zeros.
    03 checksumCharIndex        binary-short unsigned value zeros.
    03 programIsUnchanged       pic 9(001)  value zeros.
        88 programHasNotChanged value 1     false 0.
    *> The incremental checksum and the pipeline's current file name are
    *> put back once the generated program's fingerprint is taken.
    03 fingerprintSavedChecksum pic 9(010)  value zeros.
    03 fingerprintSavedSource   pic x(255)  value spaces.

*>------------------------------------------------------------------------------
*> Dry-run mode (-n) still exercises the include and statement scanning in
        88 somethingWentWrong   value 4 8 12      false 0.
    03 copybooksExpandedCount   pic 9(005)  comp-5 value zeros.
    03 xrefReportFileName       pic x(255)  value spaces.
    03 programUnitsFound        pic 9(003)  value zeros.

01 hostVariablesResults.
    03 hostVariablesFileName    pic x(255)  value spaces.
    03 sqlStatementFileName     pic x(255)  value spaces.
    03 sqlListingFileName       pic x(255)  value spaces.
    03 sqlvFileName             pic x(255)  value spaces.
    *> The program's roll-up SQL complexity score (the sum of its
    *> statements' scores), for the manifest and the history file.
    03 programComplexityScore   pic 9(007)  comp-5 value zeros.

01 catalogResults.
    03 catalogSourceFileName    pic x(255)  value spaces.
        88 returnCodeIsRecoverable value 8.
        88 returnCodeIsFatal    value 12.
        88 somethingWentWrong   value 4 8 12      false 0.
    03 impactReportFileName     pic x(255)  value spaces.
    03 impactFindingCount       binary-long unsigned value zeros.

01 lintResults.
    03 lintSourceFileName       pic x(255)  value spaces.
    03 memberAlreadyDone        pic 9(001)  value zeros.
        88 thisMemberIsDone     value 1     false 0.

*>------------------------------------------------------------------------------
*> Batch window cutoff (-H hhmm): once the clock passes the cutoff no new
*> member starts; the one running finishes, and every member not started
*> goes into the checkpoint as a "pending" line so a -y restart the next
*> night picks up exactly where this run stopped. A cutoff at or before
*> the run's own start time is taken as that time tomorrow, the way a
*> nightly window crosses midnight.
*>------------------------------------------------------------------------------
01 cutoffControls.
    03 cutoffTimeText           pic x(010)  value spaces.
    03 cutoffStamp              pic x(012)  value spaces.
    03 cutoffNowStamp           pic x(021)  value spaces.
    03 cutoffDate               pic 9(008)  value zeros.
    03 cutoffHours              pic 9(002)  value zeros.
    03 cutoffMinutes            pic 9(002)  value zeros.
    03 cutoffState              pic 9(001)  value zeros.
        88 theCutoffWasReached  value 1     false 0.
    03 membersNotStarted        binary-short unsigned value zeros.
    03 checkpointHeldLine       pic x(255)  value spaces.
    03 cutoffReturnCode         pic 9(002)  value 6.

*>------------------------------------------------------------------------------
*> Parallel batch support (-w): the batch list is read into a table,
*> dealt across the workers by expected time, and each worker runs its
*> partition in a forked process writing its own log and manifest; the
*> parent waits for them all, carries the worst exit severity into the
*> final return-code, and merges the logs and the -m manifest records
    *> field is only the file name.
    03 memberNameOnly           pic x(255) value spaces.

*>------------------------------------------------------------------------------
*> Worker balancing (-w): each member's expected time comes from its
*> elapsed time in the list's previous batch summary (members with none
*> are estimated at the average of those that have one); the members are
*> dealt longest first, each to the worker with the least expected time
*> so far, and every partition runs its longest members first. The
*> summary then sets each worker's actual time against its estimate.
*>------------------------------------------------------------------------------
01 balanceControls.
    03 batchMemberExpected      binary-long occurs 2500.
    03 batchMemberTimed         pic 9(001) occurs 2500.
    03 batchMemberRanked        pic 9(001) occurs 2500.
    03 batchMemberWorker        pic 9(002) occurs 2500.
    03 batchMemberOrder         binary-short unsigned occurs 2500.
    03 balanceRank              binary-short unsigned value zeros.
    03 balancePickIndex         binary-short unsigned value zeros.
    03 balanceScanIndex         binary-short unsigned value zeros.
    03 balanceWorkerPick        pic 9(002) value zeros.
    03 pastTimingSection        pic 9(001) value zeros.
        88 inThePastTimings     value 1    false 0.
    03 pastTimingName           pic x(255) value spaces.
    03 pastTimedCount           binary-short unsigned value zeros.
    03 pastTimedTotal           binary-long value zeros.
    03 estimatedMemberTime      binary-long value zeros.
    03 workerEstimate           binary-long occurs 16.
    03 workerActual             binary-long occurs 16.
    03 workerMemberCount        binary-short unsigned occurs 16.
    03 longestEstimate          binary-long value zeros.
    03 longestActual            binary-long value zeros.
    03 balancePercent           binary-long value zeros.
    03 balanceSecondsDisplay    pic zzzzz9.99 value zeros.
    03 balanceActualDisplay     pic zzzzz9.99 value zeros.
    03 balancePercentDisplay    pic zzzz9  value zeros.
    03 balanceCountDisplay      pic zzzz9  value zeros.

*>------------------------------------------------------------------------------
*> End-of-batch summary bookkeeping: the numbers the operations review
*> meeting asks for every Monday morning.
    03 lockHolderText           pic x(255) value spaces.
    03 lockState                pic 9(001) value zeros.
        88 weHoldTheLock        value 1    false 0.
    *> The library hold a batch run (-b) keeps for its whole length: a
    *> file named by PRESQL_BATCHHOLD ("presql.batchhold" when not set)
    *> carrying the run id, user and start, which the presqlQueue service
    *> checks before it starts a developer's request, so queued requests
    *> wait for the nightly batch instead of colliding with it on the
    *> per-program lock.
    03 libraryHoldFileName      pic x(255) value spaces.
    03 libraryHoldState         pic 9(001) value zeros.
        88 weHoldTheLibrary     value 1    false 0.

01 auditControls.
    03 auditFileName            pic x(255) value spaces.
    03 summaryNumericDisplay    pic zzzz9  value zeros.
    03 elapsedSecondsDisplay    pic zzzz9.99 value zeros.
    03 doneNumericDisplay       pic zzzzzzzz9 value zeros.
    *> The copybook cache's totals: this process's own, taken from
    *> presqlCopyCache, plus those each -w worker hands back.
    03 cacheHitTotal            binary-long unsigned value zeros.
    03 cacheReadTotal           binary-long unsigned value zeros.
    03 cacheSavedTotal          binary-long unsigned value zeros.
    03 cacheHitDisplay          pic zzzzzzzz9 value zeros.
    03 cacheReadDisplay         pic zzzzzzzz9 value zeros.
    03 cacheSavedDisplay        pic zzzzzz9.99 value zeros.

*>------------------------------------------------------------------------------
*> The request handed to presqlCopyCache, the copybook cache presqlIncludes
*> keeps for the life of the run; presql only asks it for its totals.
*>------------------------------------------------------------------------------
01 copyCacheRequest.
    03 copyCacheFunction        pic x(001) value spaces.
        88 copyCacheFind        value "F".
        88 copyCacheKeep        value "K".
        88 copyCacheTotals      value "T".
    03 copyCacheName            pic x(255) value spaces.
    03 copyCacheContext         pic 9(010) value zeros.
    03 copyCachePath            pic x(255) value spaces.
    03 copyCacheStampFile       pic x(255) value spaces.
    03 copyCacheDirIndex        pic 9(003) value zeros.
    03 copyCacheCost            binary-long unsigned value zeros.
    03 copyCacheResult          pic x(001) value spaces.
        88 copyCacheHit         value "H" false "M".
    03 copyCacheHits            binary-long unsigned value zeros.
    03 copyCacheReads           binary-long unsigned value zeros.
    03 copyCacheRefreshes       binary-long unsigned value zeros.
    03 copyCacheSaved           binary-long unsigned value zeros.

01 copyCacheLevel.
    03 copyCacheLineCount       binary-long unsigned value zeros.
    03 copyCacheLineIndex       binary-long unsigned value zeros.
    03 copyCacheLine            pic x(255) occurs 2000.

*>------------------------------------------------------------------------------
*> Live progress bookkeeping: the batch list is pre-counted so the
        05 bufferBMapCount      binary-long unsigned.
        05 bufferBMapLine       pic x(255) occurs 50000.

*>------------------------------------------------------------------------------
*> What-if run (-W <proposed catalog>): the proposed catalog stands in for
*> -g, nothing is translated or written to the output library (the run
*> is a dry run), and presqlCatalog leaves the where-used index alone and
*> appends every breaking finding to the impact report instead. Each
*> member with findings goes to the rebuild list - its batch list line
*> as read, override words included - ready to be run with -b once the
*> change is in. Both files are named after the batch list (or the
*> program, for a single run), like the gate report.
*>------------------------------------------------------------------------------
01 whatIfControls.
    03 whatIfCatalogFileName    pic x(255)  value spaces.
    03 impactFileStatus         pic x(002)  value spaces.
    03 rebuildListFileName      pic x(255)  value spaces.
    03 rebuildListFileStatus    pic x(002)  value spaces.
    03 impactCountDisplay       pic zzzz9   value zeros.

01 debugFilesControls.
    03 debugFilesMode           pic 9(001)  value zeros.
        88 debugFilesAreWanted  value 1     false 0.

*>------------------------------------------------------------------------------
*> Work fields for the -O values; the results travel in runningOptions.
*>------------------------------------------------------------------------------
01 libraryAsOfControls.
    03 asOfColonCount           binary-short unsigned value zeros.
    03 asOfPinMember            pic x(030)  value spaces.
    03 asOfPinVersion           pic x(010)  value spaces.
    03 asOfPinsText             pic x(255)  value spaces.

01 manifestControls.
    03 manifestFileName         pic x(255)  value spaces.
    03 manifestFileStatus       pic x(002)  value spaces.
    03 copybooksExpandedDisplay pic zzzz9   value zeros.
    03 statementsExtractedDisplay pic zzzz9 value zeros.
    03 complexityScoreDisplay   pic zzzzzz9 value zeros.
    03 jobReturnCodeDisplay     pic z9      value zeros.
    *> The distinct message ids the member raised, presql's own and those
    *> its steps left in the diagnostics side file, carried in the
    *> manifest record so a rerun can be selected by message.
    03 manifestMessageIds       pic x(050)  value spaces.
    03 manifestMessageCount     binary-short unsigned value zeros.
    03 manifestMessageMax       binary-short unsigned value 5.
    03 messageScanText          pic x(400)  value spaces.
    03 messageScanPointer       binary-short unsigned value zeros.
    03 messageIdFound           pic x(009)  value spaces.
    03 messageIdTally           binary-short unsigned value zeros.
    03 diagsSavedSourceName     pic x(255)  value spaces.
    03 diagsFileName            pic x(255)  value spaces.
    03 diagsFileStatus          pic x(002)  value spaces.
        88 diagsEof             value "10"  false "00".
    03 expandStepState          pic 9(001)  value zeros.
        88 theExpandStepRan     value 1     false 0.

*>===============================================================================
procedure division.
    perform 1-get-arguments
    if itIsOkSoFar
        if thisIsABatchRun
            perform 1r-hold-the-library
            perform 15-run-the-batch
            perform 1s-release-the-library
        else
            perform 2-run-the-job
        end-if
        move 12 to return-code
    else
        move highestSeverity to return-code
        *> Stopping at the cutoff has its own return code for the
        *> scheduler, unless a member ended worse than that.
        if theCutoffWasReached and highestSeverity < cutoffReturnCode
            move cutoffReturnCode to return-code
        end-if
    end-if

    perform 95-write-audit-record
        varying argumentNumber from 1 by 1
          until argumentNumber > argumentCount

    *> A what-if run checks the proposed catalog in place of -g, as a dry
    *> run over every member: -c would skip exactly the unchanged
    *> programs the proposed schema change is about to break.
    if whatIfCatalogFileName not = spaces
        move whatIfCatalogFileName to catalogFileName
        set dryRunModeIsOn to true
        set incrementalModeIsOn to false
    end-if

    if cutoffTimeText not = spaces
        perform 1l-set-the-cutoff
    end-if

    if thereWasAnError
        exit paragraph
    else
        move spaces to logText
        string "(info): Run id................: " trim(runIdText) delimited by size into logText
        perform 90-write-log
        if cutoffStamp not = spaces
            string "(info): Batch cutoff..........: " cutoffStamp(1:4) "-" cutoffStamp(5:2) "-" cutoffStamp(7:2)
                   " " cutoffStamp(9:2) ":" cutoffStamp(11:2) delimited by size into logText
            perform 90-write-log
        end-if
        *> A rebuild against older copybook versions says so up front.
        if libraryAsOfStamp not = spaces
            string "(info): Library as of.........: " libraryAsOfStamp delimited by size into logText
            perform 90-write-log
        end-if
        if libraryVersionPins not = spaces
            string "(info): Library versions......: " trim(libraryVersionPins) delimited by size into logText
            perform 90-write-log
        end-if
        if whatIfCatalogFileName not = spaces
            perform 1k-prime-the-what-if-files
        end-if
        if runningModeIsVerbose
            string "(info): Input program.........: " trim(inputSourceFileName) delimited by size into logText
            perform 90-write-log
        when "-X" set argumentIsExternalText to true
                  set statementTextIsExternal to true
        when "-G" set argumentIsGateThreshold to true
        when "-T" set argumentIsTestRuntime to true
                  set testRuntimeIsOn to true
        when "-W" set argumentIsWhatIfCatalog to true
        when "-P" set argumentIsApprovedPrograms to true
        when "-C" set argumentIsCopyExpansion to true
                  set copyStatementsAreExpanded to true
        when "-F" set argumentIsFailureJournal to true
                  set failureJournalIsOn to true
        when "-O" set argumentIsLibraryAsOf to true
        when "-K" set argumentIsComplexityLimit to true
        when "-L" set argumentIsLanguage to true
        when "-H" set argumentIsCutoffTime to true
        when other
            if argumentIs-s
                move argumentText to inputSourceFileName
                    if argumentIsGateThreshold
                        move numval(argumentText) to gateThreshold
                        set argumentIsGateThreshold to false
                    else
                    if argumentIsWhatIfCatalog
                        move argumentText to whatIfCatalogFileName
                        set argumentIsWhatIfCatalog to false
                    else
                    if argumentIsApprovedPrograms
                        move argumentText to approvedProgramsFileName
                        set argumentIsApprovedPrograms to false
                    else
                    if argumentIsLibraryAsOf
                        perform 13-note-library-as-of
                        set argumentIsLibraryAsOf to false
                    else
                    if argumentIsComplexityLimit
                        move numval(argumentText) to complexityThreshold
                        set argumentIsComplexityLimit to false
                    else
                    if argumentIsLanguage
                        *> Through the environment, so every subprogram and
                        *> every -w worker words its messages the same way.
                        display "PRESQL_LANGUAGE" upon environment-name
                        display argumentText upon environment-value
                        set argumentIsLanguage to false
                    else
                    if argumentIsCutoffTime
                        move argumentText to cutoffTimeText
                        set argumentIsCutoffTime to false
                    else
                        string "(ERROR): PSQL0004E Unexpected argument " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                    end-if
                    end-if
                    end-if
                    end-if
                    end-if
                    end-if
                    end-if
                    end-if
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> Starts the what-if impact report and rebuild list fresh (a -y restart
*> keeps appending to the interrupted run's, like the log), before any
*> member - or any -w worker - can append to them.
*>------------------------------------------------------------------------------
1k-prime-the-what-if-files.

    move spaces to impactReportFileName
    move spaces to rebuildListFileName
    if thisIsABatchRun
        string trim(batchListFileName) ".presql.impact" delimited by size into impactReportFileName
        string trim(batchListFileName) ".presql.rebuild" delimited by size into rebuildListFileName
    else
        string trim(inputSourceFileName) ".presql.impact" delimited by size into impactReportFileName
        string trim(inputSourceFileName) ".presql.rebuild" delimited by size into rebuildListFileName
    end-if

    if restartModeIsOn
        exit paragraph
    end-if

    open output impactFile
    if impactFileStatus not = "00"
        string "(ERROR): PSQL0030E Opening what-if impact report " trim(impactReportFileName) " failed with file-status " impactFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    move spaces to impactLine
    string "What-if impact of catalog " trim(whatIfCatalogFileName) " (run " trim(runIdText) ")" delimited by size into impactLine
    write impactLine
    close impactFile

    open output rebuildListFile
    if rebuildListFileStatus not = "00"
        string "(ERROR): PSQL0030E Opening what-if rebuild list " trim(rebuildListFileName) " failed with file-status " rebuildListFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    close rebuildListFile.

*>------------------------------------------------------------------------------
*> Seeds copybookDirName from PRESQL_COPYPATH, ahead of whatever -i arguments
*> are read afterwards by 11-read-command-line, so a shop's standard library
        end-perform
    end-if.

*>------------------------------------------------------------------------------
*> One -O value: a date (a bare yyyymmdd means the end of that day) sets
*> the as-of stamp for every library member; MEMBER:version pins one
*> member, and -O may be repeated to pin several.
*>------------------------------------------------------------------------------
13-note-library-as-of.

    move zeros to asOfColonCount
    inspect argumentText tallying asOfColonCount for all ":"
    evaluate true
        when stored-char-length(trim(argumentText)) = 8 and argumentText(1:8) is numeric
            move spaces to libraryAsOfStamp
            string argumentText(1:8) "235959" delimited by size into libraryAsOfStamp
        when stored-char-length(trim(argumentText)) = 14 and argumentText(1:14) is numeric
            move argumentText(1:14) to libraryAsOfStamp
        when asOfColonCount = 1
            move spaces to asOfPinMember
            move spaces to asOfPinVersion
            unstring argumentText delimited by ":" into asOfPinMember asOfPinVersion
            if asOfPinMember = spaces or asOfPinVersion = spaces or
               trim(asOfPinVersion) is not numeric
                string "(ERROR): PSQL0031E -O expects a date (yyyymmdd or yyyymmddhhmmss) or MEMBER:version, not " trim(argumentText) delimited by size into logText
                perform 90-write-log
                set thereWasAnError to true
                exit paragraph
            end-if
            move spaces to asOfPinsText
            string trim(libraryVersionPins) " " trim(asOfPinMember) ":" trim(asOfPinVersion) delimited by size into asOfPinsText
            move trim(asOfPinsText) to libraryVersionPins
        when other
            string "(ERROR): PSQL0031E -O expects a date (yyyymmdd or yyyymmddhhmmss) or MEMBER:version, not " trim(argumentText) delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
    end-evaluate.

*>------------------------------------------------------------------------------
*> Takes the library hold for the batch. The hold is advisory - only the
*> queue service reads it - so a hold that cannot be written costs the
*> developers' queue its pause, not the batch its run.
*>------------------------------------------------------------------------------
1r-hold-the-library.

    display "PRESQL_BATCHHOLD" upon environment-name
    accept libraryHoldFileName from environment-value
    if libraryHoldFileName = spaces
        move "presql.batchhold" to libraryHoldFileName
    end-if
    if invokingUser = spaces
        display "USER" upon environment-name
        accept invokingUser from environment-value
    end-if

    move libraryHoldFileName to lockFileName
    open output lockFile
    if lockFileStatus not = "00"
        move spaces to logText
        string "(WARNING): PSQL0035W Cannot write the library hold " trim(libraryHoldFileName) " (file-status " lockFileStatus "); the precompile queue will not pause for this batch" delimited by size into logText
        perform 90-write-log
        move spaces to lockFileName
        exit paragraph
    end-if
    move spaces to lockLine
    string trim(runIdText) " " trim(invokingUser) " " trim(batchListFileName) delimited by size into lockLine
    write lockLine
    close lockFile
    move spaces to lockFileName
    set weHoldTheLibrary to true.

*>------------------------------------------------------------------------------
*> Lets the library hold go at the end of the batch; the forked workers
*> never reach here, only the run that took it.
*>------------------------------------------------------------------------------
1s-release-the-library.

    if weHoldTheLibrary
        call "CBL_DELETE_FILE" using libraryHoldFileName returning deleteFileStatus
        set weHoldTheLibrary to false
    end-if.

*>------------------------------------------------------------------------------
*> Batch mode: run 2-run-the-job once for every program name listed in the
*> batch list file informed with -b, writing a single run log for all of them.
*>------------------------------------------------------------------------------
15-run-the-batch.

    string trim(batchListFileName) ".presql.checkpoint" delimited by size into checkpointFileName

    if workerCount > 1
        perform 19a-run-the-batch-parallel
        exit paragraph
    end-if

    if restartModeIsOn
        perform 16-load-the-checkpoint
        if thereWasAnError

    read batchListFile next record at end set batchListEof to true end-read
    perform until batchListEof
        if trim(batchListLine)(1:2) = "*>"
            perform 1q-take-batch-list-note
        end-if
        if batchListLine not = spaces
            move spaces to inputSourceFileName
            move getWord(batchListLine, firstWord) to inputSourceFileName
                string "(info): Restart: " trim(inputSourceFileName) " already completed, skipping" delimited by size into logText
                perform 90-write-log
            else
                perform 1m-check-the-cutoff
                if theCutoffWasReached
                    perform 1n-note-pending-member
                else
                    if runningModeIsVerbose
                        string "(info): Batch member.........: " trim(inputSourceFileName) delimited by size into logText
                        perform 90-write-log
                    end-if
                    move inputSourceFileName to progressCurrentMember
                    perform 1h-write-progress-file
                    perform 1f-apply-member-overrides
                    perform 1b-note-member-start
                    perform 2-run-the-job
                    perform 1c-note-member-end
                    perform 1g-restore-member-options
                    perform 18-record-the-checkpoint
                end-if
            end-if
        end-if
        read batchListFile next record at end set batchListEof to true end-read

    close batchListFile

    if theCutoffWasReached
        move "(stopped at cutoff)" to progressCurrentMember
    else
        move "(batch complete)" to progressCurrentMember
    end-if
    perform 1h-write-progress-file

    *> The whole list was worked through: the next run starts clean,
    *> unless a member ended fatal, in which case the checkpoint stays so
    *> a -y restart reruns just the failed members, or the run stopped at
    *> the cutoff, in which case it stays for the members not started.
    if highestSeverity < 12 and itIsOkSoFar and not theCutoffWasReached
        call "CBL_DELETE_FILE" using checkpointFileName returning deleteFileStatus
    end-if

    perform 1o-report-the-cutoff
    perform 1d-write-batch-summary.

*>------------------------------------------------------------------------------
*> A "*>" note line of the batch list: taken out of the member stream, and
*> when it is the "*> rerun of run <run-id>" line presqlRerun opens a
*> rerun list with, the original run id is kept for the audit record.
*>------------------------------------------------------------------------------
1q-take-batch-list-note.

    if rerunOfRunId = spaces
        move getWord(batchListLine, secondWord) to batchNoteWord
        if lower-case(batchNoteWord) = "rerun"
            move getWord(batchListLine, thirdWord) to batchNoteWord
            if lower-case(batchNoteWord) = "of"
                move getWord(batchListLine, fifthWord) to rerunOfRunId
                move spaces to logText
                string "(info): Rerun of run.........: " trim(rerunOfRunId) delimited by size into logText
                perform 90-write-log
            end-if
        end-if
    end-if
    move spaces to batchListLine.

*>------------------------------------------------------------------------------
*> Starts the gate report fresh for a gated batch run, so the breaches
*> appended as members finish land in a file belonging to this run.
        close gateReportFile
    end-if.

*>------------------------------------------------------------------------------
*> Validates the -H cutoff and turns it into the date and time it falls
*> on: today when it is still ahead of the run's start, tomorrow when the
*> window crosses midnight.
*>------------------------------------------------------------------------------
1l-set-the-cutoff.

    if cutoffTimeText(1:4) is not numeric or cutoffTimeText(5:) not = spaces
        string "(ERROR): PSQL0032E Cutoff time " trim(cutoffTimeText) " is not a valid hhmm time" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    move cutoffTimeText(1:2) to cutoffHours
    move cutoffTimeText(3:2) to cutoffMinutes
    if cutoffHours > 23 or cutoffMinutes > 59
        string "(ERROR): PSQL0032E Cutoff time " trim(cutoffTimeText) " is not a valid hhmm time" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    if cutoffTimeText(1:4) > runStartStamp(9:4)
        move runStartStamp(1:8) to cutoffDate
    else
        compute cutoffDate = date-of-integer(integer-of-date(numval(runStartStamp(1:8))) + 1)
    end-if
    move spaces to cutoffStamp
    string cutoffDate cutoffTimeText(1:4) delimited by size into cutoffStamp.

*>------------------------------------------------------------------------------
*> Checked ahead of each member: the first member the clock finds past
*> the cutoff logs it once, and it and every later member stay unstarted.
*>------------------------------------------------------------------------------
1m-check-the-cutoff.

    if cutoffStamp = spaces or theCutoffWasReached
        exit paragraph
    end-if

    move function current-date to cutoffNowStamp
    if cutoffNowStamp(1:12) >= cutoffStamp
        set theCutoffWasReached to true
        move spaces to logText
        string "(WARNING): PSQL0033W Batch cutoff " cutoffStamp(9:2) ":" cutoffStamp(11:2) " reached; no further members are started" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> A member left unstarted by the cutoff: a "pending" checkpoint line, so
*> the checkpoint names what the -y restart still owes.
*>------------------------------------------------------------------------------
1n-note-pending-member.

    add 1 to membersNotStarted
    move spaces to checkpointLine
    string "pending " trim(inputSourceFileName) delimited by size into checkpointLine
    perform 18a-append-checkpoint-line.

*>------------------------------------------------------------------------------
*> The run-level word that the batch stopped at the cutoff rather than
*> completing; nothing when it completed.
*>------------------------------------------------------------------------------
1o-report-the-cutoff.

    if not theCutoffWasReached
        exit paragraph
    end-if

    move membersNotStarted to memberCountDisplay
    move spaces to logText
    string "(WARNING): PSQL0034W Batch stopped at the cutoff; " trim(memberCountDisplay) " member(s) not started are left in " trim(checkpointFileName) " for a -y restart" delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> Pre-counts the batch list and stamps the batch's own start time, so
*> the progress file has an "m" and a baseline for the projected finish.
    if batchListFileStatus = "00"
        read batchListFile next record at end set batchListEof to true end-read
        perform until batchListEof
            if batchListLine not = spaces and trim(batchListLine)(1:2) not = "*>"
                add 1 to totalBatchMembers
            end-if
            read batchListFile next record at end set batchListEof to true end-read

    compute membersCompleted = membersProcessed + membersSkipped
    add 1 to membersCompleted giving progressCountDisplay
    if progressCurrentMember = "(batch complete)" or "(stopped at cutoff)"
        move membersCompleted to progressCountDisplay
    end-if
    move totalBatchMembers to progressTotalDisplay
    string trim(progressLine) "  Fatal: " trim(progressCountDisplay) delimited by size into progressLine
    write progressLine

    if theCutoffWasReached
        move membersNotStarted to progressCountDisplay
        move spaces to progressLine
        string "Stopped at the cutoff " cutoffStamp(9:2) ":" cutoffStamp(11:2) "; not started: " trim(progressCountDisplay) delimited by size into progressLine
        write progressLine
    end-if

    move function current-date to timingStamp
    compute progressNowHundredths =
        numval(timingStamp(9:2)) * 360000 +

    *> The projection scales the elapsed time by the members still to
    *> come; meaningless before the first member completes.
    if membersCompleted > zeros and totalBatchMembers > membersCompleted and
       not theCutoffWasReached
        compute progressRemaining =
            progressElapsed * (totalBatchMembers - membersCompleted) / membersCompleted
        compute progressFinish =

    read checkpointFile next record at end set checkpointEof to true end-read
    perform until checkpointEof
        *> A "pending" line only names a member a cutoff left unstarted;
        *> it runs again like any member the checkpoint does not name.
        if checkpointLine not = spaces and checkpointLine(1:8) not = "pending "
            if completedMemberCount >= completedMemberMax
                move spaces to logText
                move completedMemberMax to memberCountDisplay
        end-if
        read checkpointFile next record at end set checkpointEof to true end-read
    end-perform
    close checkpointFile
    set checkpointEof to false

    *> The restart carries the completed members forward and drops the
    *> old pending lines; this run's own cutoff, if any, writes new ones.
    if thereWasAnError
        exit paragraph
    end-if
    open output checkpointFile
    if checkpointFileStatus = "00"
        perform varying completedMemberIndex from 1 by 1 until completedMemberIndex > completedMemberCount
            write checkpointLine from completedMemberName(completedMemberIndex)
        end-perform
        close checkpointFile
    end-if.

*>------------------------------------------------------------------------------
*> Decides whether the member at hand was already completed by the run
    *> A member above the -G gate stays out of the checkpoint too, so a
    *> -y restart of the promotion run reruns it.
    if jobReturnCode < 12 and jobReturnCode <= gateThreshold
        move originalSourceFileName to checkpointLine
        perform 18a-append-checkpoint-line
    end-if.

*>------------------------------------------------------------------------------
*> Appends checkpointLine to the checkpoint file, creating it if need be.
*>------------------------------------------------------------------------------
18a-append-checkpoint-line.

    move checkpointLine to checkpointHeldLine
    open extend checkpointFile
    if checkpointFileStatus = "35"
        open output checkpointFile
    end-if
    if checkpointFileStatus = "00"
        write checkpointLine from checkpointHeldLine
        close checkpointFile
    end-if.

*>------------------------------------------------------------------------------
*> Parallel batch: partition, fork, wait, merge. The parent keeps the
*> checkpoint as the workers hand their members back (completed ones,
*> and the ones a cutoff left pending), so a -y restart of a -w run
*> resumes the same way a serial one does.
*>------------------------------------------------------------------------------
19a-run-the-batch-parallel.

        move workerMax to workerCount
    end-if

    if restartModeIsOn
        perform 16-load-the-checkpoint
        if thereWasAnError
            exit paragraph
        end-if
    else
        open output checkpointFile
        close checkpointFile
    end-if

    perform 19b-load-the-batch-list
    if thereWasAnError
        exit paragraph
    end-if

    perform 19m-load-past-timings
    perform 19n-balance-the-partitions

    *> The original list's name survives into the workers (each one
    *> renames batchListFileName to its partition), and the gate report
    *> starts fresh before any worker can append a breach.

    perform 19e-merge-worker-outputs

    if highestSeverity < 12 and itIsOkSoFar and not theCutoffWasReached
        call "CBL_DELETE_FILE" using checkpointFileName returning deleteFileStatus
    end-if

    perform 1o-report-the-cutoff
    perform 1d-write-batch-summary.

*>------------------------------------------------------------------------------
                add numval(getWord(workerMergeLine, ninthWord)) to totalStatementsExtracted
                add numval(getWord(workerMergeLine, tenthWord)) to fatalMemberCount
                add numval(getWord(workerMergeLine, eleventhWord)) to gateBreachCount
            when "cache"
                add numval(getWord(workerMergeLine, secondWord)) to cacheHitTotal
                add numval(getWord(workerMergeLine, thirdWord)) to cacheReadTotal
                add numval(getWord(workerMergeLine, fourthWord)) to cacheSavedTotal
            when "pending"
                set theCutoffWasReached to true
                add 1 to membersNotStarted
                move getWord(workerMergeLine, secondWord) to inputSourceFileName
                move spaces to checkpointLine
                string "pending " trim(inputSourceFileName) delimited by size into checkpointLine
                perform 18a-append-checkpoint-line
            when "timing"
                *> A member that made it through goes into the parent's
                *> checkpoint on the same terms 18 applies to a serial one.
                if numval(getWord(workerMergeLine, thirdWord)) < 12 and
                   numval(getWord(workerMergeLine, thirdWord)) <= gateThreshold
                    move getWord(workerMergeLine, fourthWord) to checkpointLine
                    perform 18a-append-checkpoint-line
                end-if
                add numval(getWord(workerMergeLine, secondWord)) to workerActual(workerNumber)
                if memberTimingCount < 2500
                    add 1 to memberTimingCount
                    compute memberTimingElapsed(memberTimingCount) =

    read batchListFile next record at end set batchListEof to true end-read
    perform until batchListEof
        *> On a -y restart the members the checkpoint names as completed
        *> never reach a partition.
        set thisMemberIsDone to false
        if trim(batchListLine)(1:2) = "*>"
            perform 1q-take-batch-list-note
        end-if
        if batchListLine not = spaces and restartModeIsOn
            move spaces to inputSourceFileName
            move getWord(batchListLine, firstWord) to inputSourceFileName
            perform 17-check-the-checkpoint
            if thisMemberIsDone
                add 1 to membersSkipped
                move spaces to logText
                string "(info): Restart: " trim(inputSourceFileName) " already completed, skipping" delimited by size into logText
                perform 90-write-log
            end-if
        end-if
        if batchListLine not = spaces and not thisMemberIsDone
            if batchMemberCount < batchMemberMax
                add 1 to batchMemberCount
                move trim(batchListLine) to batchMemberName(batchMemberCount)
    close batchListFile.

*>------------------------------------------------------------------------------
*> Writes worker workerNumber's share of the members, as 19n dealt them.
*>------------------------------------------------------------------------------
19c-write-one-partition.

    move spaces to partitionFileName
    string trim(batchListFileName) ".presql.w" workerNumber delimited by size into partitionFileName

    *> Longest expected first: the ranked order 19n dealt the members in.
    open output partitionFile
    perform varying balanceRank from 1 by 1 until balanceRank > batchMemberCount
        move batchMemberOrder(balanceRank) to batchMemberIndex
        if batchMemberWorker(batchMemberIndex) = workerNumber
            write partitionLine from batchMemberName(batchMemberIndex)
        end-if
    end-perform
    close partitionFile.

*>------------------------------------------------------------------------------
*> Each member's elapsed time from the per-member section of the list's
*> previous batch summary (still the last run's; this run writes its own
*> at the end), and the estimate for the members it does not time.
*>------------------------------------------------------------------------------
19m-load-past-timings.

    move zeros to pastTimedCount
    move zeros to pastTimedTotal
    perform varying batchMemberIndex from 1 by 1 until batchMemberIndex > batchMemberCount
        move zeros to batchMemberExpected(batchMemberIndex)
        move zeros to batchMemberTimed(batchMemberIndex)
    end-perform

    move spaces to summaryFileName
    string trim(batchListFileName) ".presql.summary" delimited by size into summaryFileName
    set inThePastTimings to false
    open input summaryFile
    if summaryFileStatus = "00"
        perform until summaryFileStatus not = "00"
            read summaryFile next record
                at end exit perform
            end-read
            evaluate true
                when summaryLine = "Per-member elapsed time:"
                    set inThePastTimings to true
                when summaryLine = "Ten slowest members:"
                    exit perform
                when inThePastTimings and summaryLine not = spaces
                    perform 19o-take-one-past-timing
            end-evaluate
        end-perform
        close summaryFile
    end-if
    move spaces to summaryFileName

    if pastTimedCount > zeros
        compute estimatedMemberTime = pastTimedTotal / pastTimedCount
    else
        move 100 to estimatedMemberTime
    end-if
    perform varying batchMemberIndex from 1 by 1 until batchMemberIndex > batchMemberCount
        if batchMemberTimed(batchMemberIndex) = zeros
            move estimatedMemberTime to batchMemberExpected(batchMemberIndex)
        end-if
    end-perform

    move pastTimedCount to balanceCountDisplay
    compute balanceSecondsDisplay = estimatedMemberTime / 100
    move spaces to logText
    string "(info): Worker balance........: " trim(balanceCountDisplay) " member(s) timed by the last summary, the rest estimated at " trim(balanceSecondsDisplay) " s" delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> One "name  seconds s  rc n" line of the previous summary, matched to
*> the batch member it times.
*>------------------------------------------------------------------------------
19o-take-one-past-timing.

    move getWord(summaryLine, firstWord) to pastTimingName
    perform varying batchMemberIndex from 1 by 1 until batchMemberIndex > batchMemberCount
        move getWord(batchMemberName(batchMemberIndex), firstWord) to memberNameOnly
        if memberNameOnly = pastTimingName and batchMemberTimed(batchMemberIndex) = zeros
            compute batchMemberExpected(batchMemberIndex) = numval(getWord(summaryLine, secondWord)) * 100
            move 1 to batchMemberTimed(batchMemberIndex)
            add 1 to pastTimedCount
            add batchMemberExpected(batchMemberIndex) to pastTimedTotal
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Ranks the members longest expected first and deals each, in that
*> order, to the worker carrying the least expected time so far.
*>------------------------------------------------------------------------------
19n-balance-the-partitions.

    perform varying workerNumber from 1 by 1 until workerNumber > workerCount
        move zeros to workerEstimate(workerNumber)
        move zeros to workerActual(workerNumber)
        move zeros to workerMemberCount(workerNumber)
    end-perform
    perform varying batchMemberIndex from 1 by 1 until batchMemberIndex > batchMemberCount
        move zeros to batchMemberRanked(batchMemberIndex)
    end-perform

    perform varying balanceRank from 1 by 1 until balanceRank > batchMemberCount
        move zeros to balancePickIndex
        perform varying balanceScanIndex from 1 by 1 until balanceScanIndex > batchMemberCount
            if batchMemberRanked(balanceScanIndex) = zeros
                if balancePickIndex = zeros or
                   batchMemberExpected(balanceScanIndex) > batchMemberExpected(balancePickIndex)
                    move balanceScanIndex to balancePickIndex
                end-if
            end-if
        end-perform
        move 1 to batchMemberRanked(balancePickIndex)
        move balancePickIndex to batchMemberOrder(balanceRank)

        move 1 to balanceWorkerPick
        perform varying workerNumber from 2 by 1 until workerNumber > workerCount
            if workerEstimate(workerNumber) < workerEstimate(balanceWorkerPick)
                move workerNumber to balanceWorkerPick
            end-if
        end-perform
        move balanceWorkerPick to batchMemberWorker(balancePickIndex)
        add batchMemberExpected(balancePickIndex) to workerEstimate(balanceWorkerPick)
        add 1 to workerMemberCount(balanceWorkerPick)
    end-perform.

*>------------------------------------------------------------------------------
*> Runs inside the forked worker: its own partition, log and manifest, a
*> serial member loop, and an exit status carrying its worst severity.
    move partitionFileName to batchListFileName

    move zeros to highestSeverity
    *> The restart skips were the parent's; this worker counts its own.
    move zeros to membersSkipped

    *> Each worker keeps its own live progress file beside its partition,
    *> so the operator can watch every stream of a -w run.
        read batchListFile next record at end set batchListEof to true end-read
        perform until batchListEof or batchListFileStatus not = "00"
            if batchListLine not = spaces
                *> Past the cutoff the rest of the partition stays
                *> unstarted; 19l hands it back to the parent as pending.
                perform 1m-check-the-cutoff
                if theCutoffWasReached
                    exit perform
                end-if
                move spaces to inputSourceFileName
                move getWord(batchListLine, firstWord) to inputSourceFileName
                move spaces to outputSourceFileName
            read batchListFile next record at end set batchListEof to true end-read
        end-perform
        close batchListFile
        set batchListEof to false
        if theCutoffWasReached
            compute membersNotStarted = totalBatchMembers - membersProcessed - membersSkipped
            move "(stopped at cutoff)" to progressCurrentMember
        else
            move "(batch complete)" to progressCurrentMember
        end-if
        perform 1h-write-progress-file
    else
        set thereWasAnError to true
    move concatenate(trim(checkpointLine), " ", trim(doneNumericDisplay)) to checkpointLine
    write checkpointLine

    *> The worker's copybook cache totals: hits, reads and hundredths saved.
    perform 1t-take-copybook-cache-totals
    move "cache" to checkpointLine
    move cacheHitTotal to doneNumericDisplay
    move concatenate(trim(checkpointLine), " ", trim(doneNumericDisplay)) to checkpointLine
    move cacheReadTotal to doneNumericDisplay
    move concatenate(trim(checkpointLine), " ", trim(doneNumericDisplay)) to checkpointLine
    move cacheSavedTotal to doneNumericDisplay
    move concatenate(trim(checkpointLine), " ", trim(doneNumericDisplay)) to checkpointLine
    write checkpointLine

    perform varying memberTimingIndex from 1 by 1 until memberTimingIndex > memberTimingCount
        move "timing" to checkpointLine
        move memberTimingElapsed(memberTimingIndex) to doneNumericDisplay
        move concatenate(trim(checkpointLine), " ", trim(doneNumericDisplay)) to checkpointLine
        move concatenate(trim(checkpointLine), " ", trim(memberTimingName(memberTimingIndex))) to checkpointLine
        write checkpointLine
    end-perform

    if theCutoffWasReached
        perform 19l-write-pending-members
    end-if.

*>------------------------------------------------------------------------------
*> One "pending" done-file line per partition member the cutoff left
*> unstarted: members are started in partition order, so they are the
*> ones past the count this worker processed or skipped.
*>------------------------------------------------------------------------------
19l-write-pending-members.

    compute membersCompleted = membersProcessed + membersSkipped
    move zeros to batchMemberIndex
    open input batchListFile
    if batchListFileStatus not = "00"
        exit paragraph
    end-if
    read batchListFile next record at end set batchListEof to true end-read
    perform until batchListEof
        if batchListLine not = spaces
            add 1 to batchMemberIndex
            if batchMemberIndex > membersCompleted
                move getWord(batchListLine, firstWord) to inputSourceFileName
                move spaces to checkpointLine
                string "pending " trim(inputSourceFileName) delimited by size into checkpointLine
                write checkpointLine
            end-if
        end-if
        read batchListFile next record at end set batchListEof to true end-read
    end-perform
    close batchListFile
    set batchListEof to false.

*>------------------------------------------------------------------------------
*> Merges the worker logs and manifest records back into the single named
    move spaces to summaryLine
    string "Batch summary for " trim(batchListFileName) delimited by size into summaryLine
    write summaryLine
    if theCutoffWasReached
        move spaces to summaryLine
        string "Run stopped at the cutoff " cutoffStamp(9:2) ":" cutoffStamp(11:2) " before completing the list" delimited by size into summaryLine
        write summaryLine
    end-if

    move membersProcessed to summaryNumericDisplay
    move spaces to summaryLine
    move spaces to summaryLine
    string "Members skipped..............: " trim(summaryNumericDisplay) delimited by size into summaryLine
    write summaryLine
    if theCutoffWasReached
        move membersNotStarted to summaryNumericDisplay
        move spaces to summaryLine
        string "Not started (cutoff).........: " trim(summaryNumericDisplay) delimited by size into summaryLine
        write summaryLine
    end-if
    move severityCount0 to summaryNumericDisplay
    move spaces to summaryLine
    string "Ended clean (0)..............: " trim(summaryNumericDisplay) delimited by size into summaryLine
    move spaces to summaryLine
    string "Statements extracted.........: " trim(summaryNumericDisplay) delimited by size into summaryLine
    write summaryLine
    perform 1t-take-copybook-cache-totals
    move cacheHitTotal to cacheHitDisplay
    move cacheReadTotal to cacheReadDisplay
    compute cacheSavedDisplay = cacheSavedTotal / 100
    move spaces to summaryLine
    string "Copybook cache...............: " trim(cacheHitDisplay) " hit(s), " trim(cacheReadDisplay) " read(s), about "
           trim(cacheSavedDisplay) " s saved" delimited by size into summaryLine
    write summaryLine

    if workerCount > 1
        perform 1p-write-worker-balance
    end-if

    move "Per-member elapsed time:" to summaryLine
    write summaryLine
    string "(info): Wrote batch summary to " trim(summaryFileName) delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> Adds this process's copybook cache totals to the run's: every member
*> presqlIncludes expanded here shared the one cache.
*>------------------------------------------------------------------------------
1t-take-copybook-cache-totals.

    set copyCacheTotals to true
    call "presqlCopyCache" using copyCacheRequest, copyCacheLevel
    end-call
    add copyCacheHits to cacheHitTotal
    add copyCacheReads to cacheReadTotal
    add copyCacheSaved to cacheSavedTotal.

*>------------------------------------------------------------------------------
*> How the -w balance came out: each worker's expected time against the
*> time it actually took, and the longest worker (the one the run waits
*> for) actual against estimated.
*>------------------------------------------------------------------------------
1p-write-worker-balance.

    move "Worker balance (estimated / actual):" to summaryLine
    write summaryLine
    move zeros to longestEstimate
    move zeros to longestActual
    perform varying workerNumber from 1 by 1 until workerNumber > workerCount
        if workerEstimate(workerNumber) > longestEstimate
            move workerEstimate(workerNumber) to longestEstimate
        end-if
        if workerActual(workerNumber) > longestActual
            move workerActual(workerNumber) to longestActual
        end-if
        move workerMemberCount(workerNumber) to balanceCountDisplay
        compute balanceSecondsDisplay = workerEstimate(workerNumber) / 100
        compute balanceActualDisplay = workerActual(workerNumber) / 100
        move spaces to summaryLine
        string "    worker " workerNumber "  " trim(balanceCountDisplay) " member(s)  "
               trim(balanceSecondsDisplay) " s / " trim(balanceActualDisplay) " s"
               delimited by size into summaryLine
        write summaryLine
    end-perform

    compute balanceSecondsDisplay = longestEstimate / 100
    compute balanceActualDisplay = longestActual / 100
    move spaces to summaryLine
    string "Longest worker (est/actual)..: " trim(balanceSecondsDisplay) " s / " trim(balanceActualDisplay) " s" delimited by size into summaryLine
    if longestEstimate > zeros
        compute balancePercent rounded = longestActual * 100 / longestEstimate
        move balancePercent to balancePercentDisplay
        string trim(summaryLine) " (" trim(balancePercentDisplay) "% of the estimate)" delimited by size into summaryLine
    end-if
    write summaryLine.

*>------------------------------------------------------------------------------
*> One "name  seconds  rc" line of the summary.
*>------------------------------------------------------------------------------
    move spaces to lastErrorText
    move spaces to lastWarningText
    move spaces to gateMarkerText
    set theExpandStepRan to false
    move inputSourceFileName to originalSourceFileName
    move zeros to copybooksExpandedCount in expandResults
    move zeros to programUnitsFound
    move zeros to statementsExtractedCount in statementsResults
    move zeros to programComplexityScore in statementsResults

    *> The source rides between the pipeline steps in memory unless -D
    *> asked for the intermediate files, or a -p custom step is in the
    end-if

    *> Expand the includes inside declare section
    set theExpandStepRan to true
    call presqlExpand using sourceFileControls, runningOptions, copybookControls, expandResults, pipelineBuffers
    if returnCodeIsFatal in expandResults
        move "(ERROR): PSQL0007E Something went wrong when trying to expand includes" to logText
    perform 21-track-step-severity

    move expandedSourceFileName to inputSourceFileName
    move programUnitsFound to programUnitsInSource

    *> A shop may plug its own step in here with -p, e.g. to check host
    *> variable names against a local naming standard before statement
    move returnCode in catalogResults to lastStepReturnCode
    perform 21-track-step-severity

    if impactFindingCount in catalogResults > zeros
        perform 2d-note-impacted-member
    end-if

    *> The optional SQL quality lint over the same extracted statements,
    *> graded through the run's returnCode scheme like every other step.
    *> Nothing runs at all when -e was not informed.
    if dryRunModeIsOn
        perform 22-remove-dry-run-artifacts
    else
        *> The generated program carries the fingerprint of what it was
        *> generated from, for presqlFreshness to audit later.
        perform 2e-take-the-fingerprint

        *> Translates each extracted statement into its executable call sequence
        call presqlTranslate using sourceFileControls, runningOptions, translateResults, pipelineBuffers
        if returnCodeIsFatal in translateResults

    perform 24-write-build-manifest.

*>------------------------------------------------------------------------------
*> The source fingerprint presqlTranslate stamps into the generated
*> program: the original source's checksum on its own and the copybooks'
*> combined checksum on their own, folded the same way the incremental
*> stamp is, with the dependency index presqlIncludes has just rewritten
*> for this run and the options the run was given.
*>------------------------------------------------------------------------------
2e-take-the-fingerprint.

    move sourceChecksum to fingerprintSavedChecksum
    move inputSourceFileName to fingerprintSavedSource
    move originalSourceFileName to inputSourceFileName

    perform 191-compute-source-checksum
    move sourceChecksum to fingerprintSourceChecksum

    move zeros to sourceChecksum
    perform 193-fold-dependency-checksums
    move sourceChecksum to fingerprintCopybookChecksum
    move originalSourceFileName to fingerprintSourceFileName
    move dependencyListFileName to fingerprintDepsFileName
    move trim(argumentsText) to fingerprintOptionsText

    move fingerprintSavedSource to inputSourceFileName
    move fingerprintSavedChecksum to sourceChecksum.

*>------------------------------------------------------------------------------
*> A member the proposed catalog breaks joins the what-if rebuild list: its
*> batch list line as read, so the list runs with -b as it stands.
*>------------------------------------------------------------------------------
2d-note-impacted-member.

    open extend rebuildListFile
    if rebuildListFileStatus = "35"
        open output rebuildListFile
    end-if
    if rebuildListFileStatus = "00"
        move spaces to rebuildListLine
        if thisIsABatchRun
            move trim(batchListLine) to rebuildListLine
        else
            move trim(originalSourceFileName) to rebuildListLine
        end-if
        write rebuildListLine
        close rebuildListFile
    end-if

    move impactFindingCount in catalogResults to impactCountDisplay
    move spaces to logText
    string "(WARNING): PSQL0029W " trim(originalSourceFileName) " would break under the proposed catalog: " trim(impactCountDisplay) " finding(s) in " trim(impactReportFileName) delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> The full annotated listing (-a): one file joining the original source,
*> the inline diagnostics and the appendix artifacts, so a failure reads
*> Appends one comma-separated record to the file informed with
*> -m, carrying everything a build pipeline would otherwise have to scrape
*> from the console: the program name, how many copybooks got expanded, how
*> many SQL statements got extracted, the final return code this program
*> finished with, the run id, the program's SQL complexity score and the
*> ids of the messages it raised (presqlRerun selects reruns by them).
*> Does nothing at all when -m was not informed.
*>------------------------------------------------------------------------------
24-write-build-manifest.

        move copybooksExpandedCount in expandResults to copybooksExpandedDisplay
        move statementsExtractedCount in statementsResults to statementsExtractedDisplay
        move jobReturnCode to jobReturnCodeDisplay
        move programComplexityScore in statementsResults to complexityScoreDisplay
        perform 24a-collect-message-ids
        open extend manifestFile
        if manifestFileStatus = "00"
            move spaces to manifestLine
                trim(copybooksExpandedDisplay) ","
                trim(statementsExtractedDisplay) ","
                trim(jobReturnCodeDisplay) ","
                trim(runIdText) ","
                trim(complexityScoreDisplay)
                gateMarkerText
                delimited by size into manifestLine
            *> A member that raised messages names them in an eighth field,
            *> after the gate marker's place (empty when it did not breach).
            if manifestMessageIds not = spaces
                if gateMarkerText = spaces
                    move concatenate(trim(manifestLine), ",,", trim(manifestMessageIds)) to manifestLine
                else
                    move concatenate(trim(manifestLine), ",", trim(manifestMessageIds)) to manifestLine
                end-if
            end-if
            write manifestLine
            close manifestFile
        else
        end-if
    end-if.

*>------------------------------------------------------------------------------
*> The distinct PSQLnnnnX ids the member raised, space separated: presql's
*> own first error, every message its steps wrote to the member's
*> diagnostics side file (only when the steps got that far this run, so a
*> side file left by an earlier run is never read as this one's), and
*> presql's latest warning.
*>------------------------------------------------------------------------------
24a-collect-message-ids.

    move spaces to manifestMessageIds
    move zeros to manifestMessageCount

    move lastErrorText to messageScanText
    perform 24b-take-one-message-id

    if theExpandStepRan
        move inputSourceFileName to diagsSavedSourceName
        move originalSourceFileName to inputSourceFileName
        move spaces to diagsFileName
        if workDirectory = spaces
            string trim(originalSourceFileName) ".presql.diags" delimited by size into diagsFileName
        else
            perform 192-build-source-base-name
            string trim(workDirectory) "/" trim(sourceBaseName) ".presql.diags" delimited by size into diagsFileName
        end-if
        move diagsSavedSourceName to inputSourceFileName
        open input diagsFile
        if diagsFileStatus = "00"
            read diagsFile next record at end set diagsEof to true end-read
            perform until diagsEof
                move diagsLine to messageScanText
                perform 24b-take-one-message-id
                read diagsFile next record at end set diagsEof to true end-read
            end-perform
            close diagsFile
        end-if
        move spaces to diagsFileStatus
    end-if

    move lastWarningText to messageScanText
    perform 24b-take-one-message-id.

*>------------------------------------------------------------------------------
*> Finds the PSQLnnnnX id in messageScanText and adds it to the member's
*> list unless it is there already or the list is full.
*>------------------------------------------------------------------------------
24b-take-one-message-id.

    if messageScanText = spaces or manifestMessageCount >= manifestMessageMax
        exit paragraph
    end-if

    move spaces to messageIdFound
    perform varying messageScanPointer from 1 by 1
              until messageScanPointer > stored-char-length(messageScanText) - 8
        if messageScanText(messageScanPointer:4) = "PSQL" and
           messageScanText(messageScanPointer + 4:4) is numeric
            move messageScanText(messageScanPointer:9) to messageIdFound
            exit perform
        end-if
    end-perform

    if messageIdFound = spaces
        exit paragraph
    end-if
    move zeros to messageIdTally
    inspect manifestMessageIds tallying messageIdTally for all messageIdFound
    if messageIdTally > zeros
        exit paragraph
    end-if

    add 1 to manifestMessageCount
    if manifestMessageIds = spaces
        move messageIdFound to manifestMessageIds
    else
        move concatenate(trim(manifestMessageIds), " ", messageIdFound) to manifestMessageIds
    end-if.

*>------------------------------------------------------------------------------
*> Takes the per-program lock: a lock file next to the intermediates,
*> carrying this run's id and user. A lock already present means another
    end-if
    if historyFileStatus not = "00"
        move spaces to logText
        string "(ERROR): PSQL0020E Opening history file " trim(historyFileName) " failed with file-status " historyFileStatus
               "; convert a pre-score history file with presqlHousekeeping history-convert"
               delimited by size into logText
        perform 90-write-log
        exit paragraph
    end-if
    move copybooksExpandedCount in expandResults to historyCopybooks
    move statementsExtractedCount in statementsResults to historyStatements
    move jobReturnCode to historyReturnCode
    move programComplexityScore in statementsResults to historyComplexityScore
    write historyRecord
        invalid key rewrite historyRecord
    end-write
    call "CBL_DELETE_FILE" using dryRunArtifactName returning deleteFileStatus
    move substitute(expandedSourceFileName, ".presql.step1", ".presql.hvxref") to dryRunArtifactName
    call "CBL_DELETE_FILE" using dryRunArtifactName returning deleteFileStatus
    move substitute(expandedSourceFileName, ".presql.step1", ".presql.units") to dryRunArtifactName
    call "CBL_DELETE_FILE" using dryRunArtifactName returning deleteFileStatus
    move substitute(expandedSourceFileName, ".presql.step1", ".presql.masked") to dryRunArtifactName
    call "CBL_DELETE_FILE" using dryRunArtifactName returning deleteFileStatus
    move substitute(expandedSourceFileName, ".presql.step1", ".presql.deps") to dryRunArtifactName
    call "CBL_DELETE_FILE" using dryRunArtifactName returning deleteFileStatus
    move substitute(expandedSourceFileName, ".presql.step1", ".presql.diags") to dryRunArtifactName
            trim(memberCountDisplay) ","
            trim(finalSeverityDisplay)
            delimited by size into auditLine
        *> A run the cutoff stopped says so in an eighth field; a run of a
        *> rerun list names the run it reruns in a ninth.
        if theCutoffWasReached
            move concatenate(trim(auditLine), ",cutoff") to auditLine
        end-if
        if rerunOfRunId not = spaces
            if theCutoffWasReached
                move concatenate(trim(auditLine), ",", trim(rerunOfRunId)) to auditLine
            else
                move concatenate(trim(auditLine), ",,", trim(rerunOfRunId)) to auditLine
            end-if
        end-if
        write auditLine
        close auditFile
    end-if.

90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    if messageOptionsFileName not = spaces
        set dispositionIsKeep to true
        call "presqlMessages" using messageOptionsFileName, logText, messageDisposition
