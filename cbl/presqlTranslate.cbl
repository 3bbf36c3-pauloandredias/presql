    organization is line sequential
    file status is transReportFileStatus.

    *> One section per program of dynamic statements traced back to the
    *> data their text is built from, with every input item that reaches
    *> the text and the moves that carry it there.
    select injectionReportFile assign to injectionReportFileName
    organization is line sequential
    file status is injectionReportFileStatus.

    *> The source map carried through the pipeline (read in lockstep with
    *> inputSource) and the final .presql.map this step leaves beside the
    *> translated output, so a compile error at any line of the final
    organization is line sequential
    file status is diagFileStatus.

    *> With -F, the host variables presqlCatalog found bound to classified
    *> or restricted columns, one "statement name" line each.
    select maskedBindingsFile assign to maskedBindingsFileName
    organization is line sequential
    file status is maskedBindingsFileStatus.

    *> The dependency index presqlIncludes wrote for this run: every
    *> copybook the source drew from, named in the fingerprint block.
    select fingerprintDepsFile assign to fingerprintDepsFileName
    organization is line sequential
    file status is fingerprintDepsFileStatus.

*>===============================================================================
data division.
*>===============================================================================
fd transReportFile.
01 transReportLine              pic x(255).

fd injectionReportFile.
01 injectionReportLine          pic x(255).

fd qualifierMapFile.
01 qualifierMapLine             pic x(255).

fd diagFile.
01 diagLine                     pic x(400).

fd maskedBindingsFile.
01 maskedBindingsLine           pic x(080).

fd fingerprintDepsFile.
01 fingerprintDepsLine          pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
        88 statementIsGetDiagnostics value 20 false 0.
        88 statementIsSetConnection value 21 false 0.
        88 statementIsMerge         value 22 false 0.
        88 statementIsSetHostVariable value 23 false 0.
        88 statementIsValuesInto    value 24 false 0.
        88 statementIsLockTable     value 25 false 0.
        88 statementIsDdl           value 26 false 0.
        88 statementIsCheckpoint    value 27 false 0.

01 miscellaneous.
    03 outputSourceFileStatus   pic x(002) value spaces.
    03 wordNumberOfTag          binary-short unsigned value zeros.
    03 statementNumberWord      pic x(003) value spaces.
    *> The statement whose number the generated code last moved to
    *> SQL-MSG-STMT, so a statement that both prepares and executes
    *> carries the move only once.
    03 messageStatementWord     pic x(003) value spaces.

01 statementControls.
    03 statementSourceFileName  pic x(255) value spaces.
        *> against a cursor the program never opens.
        05 cursorPositionedFlag  pic 9(001) value zeros.
        05 cursorColumnCount     binary-short unsigned value zeros.
        *> Set by a CHECKPOINT directive naming the cursor: the
        *> directive's statement number (which keys its restart
        *> bookkeeping in SQL-RESTART-STATE), the commit interval, the
        *> restart key columns with the variables FETCH delivers them
        *> into, and the variable carrying the job name, if one is named.
        05 cursorCheckpointStmt  pic x(003) value spaces.
        05 cursorCheckpointEvery pic x(009) value spaces.
        05 cursorKeyCount        binary-short unsigned value zeros.
        05 cursorKeyColumn       pic x(030) occurs 5.
        05 cursorKeyVariable     pic x(060) occurs 5.
        05 cursorJobVariable     pic x(060) value spaces.

*>------------------------------------------------------------------------------
*> Commit-interval checkpoints: a CHECKPOINT directive makes its cursor's
*> OPEN resume after the key an earlier run of the job saved, its FETCH
*> save the last processed key to the shared restart table and commit
*> every so many rows, and its CLOSE at end of data drop the saved key.
*> The restart statements are generated here, against PRESQL_RESTART.
*>------------------------------------------------------------------------------
01 restartControls.
    03 restartCursorIndex       binary-short unsigned value zeros.
    03 restartKeyIndex          binary-short unsigned value zeros.
    03 restartInnerIndex        binary-short unsigned value zeros.
    03 restartEveryWord         binary-short unsigned value zeros.
    03 restartKeyWord           binary-short unsigned value zeros.
    03 restartJobWord           binary-short unsigned value zeros.
    03 restartLastKeyWord       binary-short unsigned value zeros.
    03 restartWordIndex         binary-short unsigned value zeros.
    03 restartWordCount         binary-short unsigned value zeros.
    03 restartWherePosition     binary-short unsigned value zeros.
    03 restartTailPosition      binary-short unsigned value zeros.
    03 restartFromPosition      binary-short unsigned value zeros.
    03 restartDepth             binary-long value zeros.
    03 restartParenCount        binary-long unsigned value zeros.
    03 restartPointer           binary-long unsigned value zeros.
    03 restartEveryValue        pic 9(009) value zeros.
    03 restartEveryDisplay      pic z(8)9 value zeros.
    03 restartWord              pic x(255) value spaces.
    03 restartWordLower         pic x(255) value spaces.
    03 restartEveryText         pic x(009) value spaces.
    03 restartKeyText           pic x(1000) value spaces.
    03 restartColumnList        pic x(400) value spaces.
    03 restartVariableList      pic x(600) value spaces.
    03 restartSetList           pic x(1000) value spaces.
    03 restartPredicate         pic x(2000) value spaces.
    03 restartStatementText     pic x(4000) value spaces.
    03 restartSavedText         pic x(4000) value spaces.
    03 restartSavedInto         binary-short unsigned value zeros.
    03 restartSavedLastInput    binary-short unsigned value zeros.
    03 restartSavedMask         pic x(999) value spaces.
    03 restartSavedTextMode     pic 9(001) value zeros.
    03 restartKeyOrdinal        pic 9(001) value zeros.
    03 restartFieldName         pic x(030) value spaces.
    03 restartFieldType         pic x(001) value spaces.
    03 restartFieldLength       pic 9(005) value zeros.
    03 restartQueryState        pic 9(001) value zeros.
        88 restartStatementIsAQuery value 1 false 0.
    03 restartFetchState        pic 9(001) value zeros.
        88 theFetchIsCheckpointed value 1  false 0.
    03 restartFieldsState       pic 9(001) value zeros.
        88 restartFieldsAreRegistered value 1 false 0.
    03 restartMalformedState    pic 9(001) value zeros.
        88 theCheckpointIsMalformed value 1 false 0.

*>------------------------------------------------------------------------------
*> FETCHes and CLOSEs naming a cursor that was never declared, collected
    03 lobLengthDisplay         pic zzzzzzzz9 value zeros.
    03 lobTypeCode              pic x(001) value spaces.

*>------------------------------------------------------------------------------
*> Date/time host variables declared with SQL FORMAT IS DATE/TIME/
*> TIMESTAMP 'mask', loaded from the #presqlDateFormat metadata: bound
*> through SQL-DATE-ISO(slot) as the database's ISO text, the program's
*> value converted into it ahead of the call and back out of it after a
*> call that fills the slot. dateSlot* remembers the current statement's
*> converted slots until their output conversion is written.
*>------------------------------------------------------------------------------
01 dateFormatControls.
    03 dateFormatCount          binary-short unsigned value zeros.
    03 dateFormatMax            binary-short unsigned value 50.
    03 dateFormatEntry          occurs 50.
        05 dateFormatName       pic x(030).
        05 dateFormatKind       pic x(009).
        05 dateFormatMask       pic x(040).
        05 dateFormatMaskLength binary-short unsigned.
    03 dateFormatIndex          binary-short unsigned value zeros.
    03 dateFormatFoundState     pic 9(001) value zeros.
        88 dateFormatWasFound   value 1    false 0.
    03 dateFormatPrefix         pic x(255) value spaces.
    03 dateSlotCount            binary-short unsigned value zeros.
    03 dateSlotEntry            occurs 50.
        05 dateSlotNumber       binary-short unsigned.
        05 dateSlotFormat       binary-short unsigned.
        05 dateSlotReference    pic x(070).
    03 dateSlotIndex            binary-short unsigned value zeros.
    03 dateSlotDisplay          pic zz9    value zeros.
    03 dateSlotOutputs          binary-short unsigned value zeros.
    03 dateReference            pic x(070) value spaces.
    03 dateIsoTemplate          pic x(026) value spaces.
    03 dateIsoLength            binary-short unsigned value zeros.
    03 dateIsoLengthDisplay     pic z9     value zeros.
    *> One mask token at a time: where it sits in the program's field,
    *> how long it is and where it goes in the ISO text (zero for a
    *> separator character).
    03 dateMaskScan             binary-short unsigned value zeros.
    03 dateTokenLength          binary-short unsigned value zeros.
    03 dateTokenIsoPosition     binary-short unsigned value zeros.
    03 dateMaskHoursSeen        pic 9(001) value zeros.
    03 dateMaskLower            pic x(040) value spaces.
    03 dateScanDisplay          pic z9     value zeros.
    03 dateTokenLengthDisplay   pic z9     value zeros.
    03 dateIsoPositionDisplay   pic z9     value zeros.

01 varcharControls.
    03 varcharCount             binary-short unsigned value zeros.
    03 varcharMax               binary-short unsigned value 50.
    03 hostVarsFileName         pic x(255) value spaces.
    03 hostVarsFileStatus       pic x(002) value spaces.

*>------------------------------------------------------------------------------
*> A source holding several programs (nested or batch-compiled) carries a
*> #presqlProgram tag at each PROGRAM-ID. Each unit binds against its own
*> host variables, gets its own copy of the statement descriptor (its
*> statistics identity naming the unit), and has its cursors and
*> transactions reconciled on their own. The reports take one section
*> per unit: the first unit creates them, the rest extend them.
*>------------------------------------------------------------------------------
01 programUnitControls.
    03 programUnitCount         binary-short unsigned value zeros.
    03 programUnitName          pic x(030) value spaces.
    03 programTagWordNumber     binary-short unsigned value zeros.
    *> Which #presqlProgram section of the hostvars copybook is being read.
    03 hostVarsUnitSeen         binary-short unsigned value zeros.
    03 cursorReportState        pic 9(001) value zeros.
        88 cursorReportWasStarted value 1  false 0.
    03 transReportState         pic 9(001) value zeros.
        88 transReportWasStarted value 1   false 0.
    *> The unit's statistics identity, "source(PROGRAM-ID)", cut to what
    *> the generated VALUE line can carry the same way presqlStatements
    *> cuts the source name: its rightmost characters are kept.
    03 unitStatProgramText      pic x(120) value spaces.
    03 unitStatProgramName      pic x(060) value spaces.
    03 unitStatProgramLength    binary-short unsigned value zeros.
    03 unitStatProgramMax       binary-short unsigned value zeros.

01 preparedStmtControls.
    03 preparedStmtCount        binary-short unsigned value zeros.
    03 preparedStmtMax          binary-short unsigned value 20.
    03 preparedStmtFound        pic 9(001) value zeros.
        88 preparedStmtWasFound value 1    false 0.

*>------------------------------------------------------------------------------
*> Where the text of each dynamic statement comes from. Every data item
*> the program declares is noted with its section, and every MOVE,
*> STRING, UNSTRING, READ ... INTO and ACCEPT in the procedure division
*> with the items it moves from and into. At end of program the text
*> variable of each PREPARE ... FROM and EXECUTE IMMEDIATE is traced back
*> through them to any file record, linkage or screen item, or READ or
*> ACCEPT target it is built from: text like that reaches the database
*> as SQL instead of through parameter markers. The trace does not follow
*> the order the statements run in, so a move anywhere in the program
*> counts; a group item takes in what moves into its members and the
*> other way round.
*>------------------------------------------------------------------------------
01 injectionControls.
    03 injectionReportFileName  pic x(255) value spaces.
    03 injectionReportFileStatus pic x(002) value spaces.
    03 injectionReportState     pic 9(001) value zeros.
        88 injectionReportWasStarted value 1 false 0.
    03 injectionLimitState      pic 9(001) value zeros.
        88 injectionLimitWasLogged value 1  false 0.
    03 injectionFindingState    pic 9(001) value zeros.
        88 thereWasAnInjectionFinding value 1 false 0.
    03 injectionFieldList       pic x(160) value spaces.
    03 injectionFindingDisplay  pic zzz9   value zeros.

*>------------------------------------------------------------------------------
*> The scan of each source line the step copies through: where in the
*> program it is, and the statement its words are taking part in.
*>------------------------------------------------------------------------------
01 dataFlowScanControls.
    03 dataFlowProcedureState   pic 9(001) value zeros.
        88 scanIsInProcedure    value 1    false 0.
    03 dataFlowSection          pic x(001) value spaces.
        88 sectionIsFile        value "F".
        88 sectionIsLinkage     value "L".
        88 sectionIsScreen      value "S".
        88 sectionIsStorage     value "W".
    03 dataFlowCode             pic x(255) value spaces.
    03 dataFlowCodeLower        pic x(255) value spaces.
    03 dataFlowCodeLength       binary-short unsigned value zeros.
    03 dataFlowCharIndex        binary-short unsigned value zeros.
    03 dataFlowChar             pic x(001) value spaces.
    03 dataFlowQuote            pic x(001) value spaces.
    03 dataFlowLevelWord        pic x(030) value spaces.
    03 dataFlowNameWord         pic x(030) value spaces.
    03 dataFlowLevel            pic 9(002) value zeros.
    03 dataFlowOwner            pic x(030) value spaces.
    03 dataFlowOrigin           pic x(120) value spaces.
    03 dataFlowWord             pic x(030) value spaces.
    03 dataFlowWordLength       binary-short unsigned value zeros.
    03 dataFlowNameState        pic 9(001) value zeros.
        88 theWordIsADataName   value 1    false 0.
    03 dataFlowMode             pic 9(002) value zeros.
        88 flowModeIsIdle           value 0.
        88 flowModeIsMoveFrom       value 1.
        88 flowModeIsMoveTo         value 2.
        88 flowModeIsStringFrom     value 3.
        88 flowModeIsStringInto     value 4.
        88 flowModeIsUnstringFrom   value 5.
        88 flowModeIsUnstringInto   value 6.
        88 flowModeIsReadFile       value 7.
        88 flowModeIsReadInto       value 8.
        88 flowModeIsAcceptInto     value 9.
        88 flowModeIsAcceptFrom     value 10.
        88 flowModeIsAcceptDevice   value 11.
        88 flowModeIsDelimiter      value 12.
        88 flowModeIsUnstringExtra  value 13.
    *> Qualifier words (OF/IN name) to pass over before the next operand.
    03 dataFlowSkipWords        binary-short unsigned value zeros.
    03 dataFlowVerb             pic x(040) value spaces.
    03 dataFlowReadFile         pic x(030) value spaces.
    03 dataFlowTargetOwner      pic x(030) value spaces.
    03 pendingSourceCount       binary-short unsigned value zeros.
    03 pendingSourceMax         binary-short unsigned value 40.
    03 pendingSource            pic x(030) occurs 40.
    03 pendingSourceIndex       binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The data items, the moves between them, the dynamic statements and the
*> trace of one statement's text back to its inputs: each item reached,
*> the move that reached it and the item that move fed.
*>------------------------------------------------------------------------------
01 dataFlowTables.
    03 dataItemCount            binary-short unsigned value zeros.
    03 dataItemMax              binary-short unsigned value 3000.
    03 dataItemEntry occurs 3000.
        05 dataItemName         pic x(030).
        *> The 01 level it belongs to (spaces for an 01 or 77 itself).
        05 dataItemOwner        pic x(030).
        05 dataItemSection      pic x(001).
        05 dataItemOrigin       pic x(120).
    03 dataItemIndex            binary-short unsigned value zeros.
    03 dataItemFound            binary-short unsigned value zeros.
    03 dataFlowCount            binary-short unsigned value zeros.
    03 dataFlowMax              binary-short unsigned value 3000.
    03 dataFlowEntry occurs 3000.
        05 flowTarget           pic x(030).
        05 flowTargetOwner      pic x(030).
        *> Spaces when the target takes outside input (READ, ACCEPT).
        05 flowSource           pic x(030).
        05 flowVerb             pic x(040).
        05 flowOrigin           pic x(120).
    03 dataFlowIndex            binary-short unsigned value zeros.
    03 dynamicTextCount         binary-short unsigned value zeros.
    03 dynamicTextMax           binary-short unsigned value 50.
    03 dynamicTextEntry occurs 50.
        05 dynamicTextStatement pic x(010).
        05 dynamicTextKind      pic x(060).
        05 dynamicTextName      pic x(030).
        05 dynamicTextOrigin    pic x(120).
    03 dynamicTextIndex         binary-short unsigned value zeros.
    03 traceCount               binary-short unsigned value zeros.
    03 traceMax                 binary-short unsigned value 300.
    03 traceEntry occurs 300.
        05 traceName            pic x(030).
        05 traceVia             binary-short unsigned.
        05 traceParent          binary-short unsigned.
    03 traceIndex               binary-short unsigned value zeros.
    03 traceLookIndex           binary-short unsigned value zeros.
    03 traceChainIndex          binary-short unsigned value zeros.
    03 traceItemName            pic x(030) value spaces.
    03 traceItemOwner           pic x(030) value spaces.
    03 traceFindingCount        binary-short unsigned value zeros.
    03 traceFindingItem         pic x(030) value spaces.
    03 traceFindingText         pic x(200) value spaces.

*>------------------------------------------------------------------------------
*> Remembers the most recent "exec sql whenever sqlerror/not found" action
*> seen so far, so every translated statement after it can carry the
    03 arityCountDisplay        pic zz9    value zeros.
    03 arityVarsDisplay         pic zz9    value zeros.

*>------------------------------------------------------------------------------
*> The -T test runtime's view of a statement's bound slots: the first
*> testOutputSlots are filled by the call (a SELECT INTO's INTO list, a
*> FETCH's targets), the rest from testFirstInputSlot on are read by it.
*>------------------------------------------------------------------------------
01 testRuntimeControls.
    03 testOutputSlots          binary-short unsigned value zeros.
    03 testFirstInputSlot       binary-short unsigned value 1.
    03 testSlotDisplay          pic zz9    value zeros.

*>------------------------------------------------------------------------------
*> The -F failure journal's view of a statement: the slots it reads (from
*> testFirstInputSlot to failureLastInput; none for a call that passes no
*> host variables), the descriptor they were bound in, and the slots
*> whose values are masked because presqlCatalog paired their host
*> variable with a classified or restricted column.
*>------------------------------------------------------------------------------
01 failureJournalControls.
    03 maskedBindingsFileName   pic x(255) value spaces.
    03 maskedBindingsFileStatus pic x(002) value spaces.
        88 maskedBindingsEof    value "10" false "00".
    03 maskedBindingCount       binary-short unsigned value zeros.
    03 maskedBindingMax         binary-short unsigned value 1000.
    03 maskedBindingEntry occurs 1000.
        05 maskedBindingStatement pic 9(003).
        05 maskedBindingName    pic x(030).
    03 maskedBindingIndex       binary-short unsigned value zeros.
    03 failureLastInput         binary-short unsigned value zeros.
    03 failureSlotsBefore       binary-short unsigned value zeros.
    03 failureSlotIndex         binary-short unsigned value zeros.
    03 failureSlotDisplay       pic zz9    value zeros.
    03 failureMask              pic x(999) value spaces.
    03 failureMaskMax           binary-short unsigned value 999.
    03 failureDescriptorName    pic x(005) value spaces.

*>------------------------------------------------------------------------------
*> SET :hv = expression and VALUES expression INTO :hv carry no FROM, and
*> are rewritten into the equivalent "select expression into :hv" so they
*> bind, arity-check and execute the way a SELECT INTO does; their INTO
*> list then runs to the end of the statement rather than up to FROM.
*>------------------------------------------------------------------------------
01 rewriteControls.
    03 statementSecondWord      pic x(255) value spaces.
    03 intoListEndState         pic 9(001) value zeros.
        88 intoListRunsToEnd    value 1    false 0.
    03 rewriteTargets           pic x(4000) value spaces.
    03 rewriteExpressions       pic x(4000) value spaces.
    03 rewriteItemText          pic x(4000) value spaces.
    03 rewriteItemLength        binary-long unsigned value zeros.
    03 rewriteParenText         pic x(4000) value spaces.
    03 rewriteParenLength       binary-long unsigned value zeros.
    03 rewriteWork              pic x(4000) value spaces.
    03 rewriteScanPointer       binary-long unsigned value zeros.
    03 rewriteStartPosition     binary-long unsigned value zeros.
    03 rewriteTextLength        binary-long unsigned value zeros.
    03 rewriteEqualsPosition    binary-long unsigned value zeros.
    03 rewriteIntoPosition      binary-long unsigned value zeros.
    03 rewriteParenDepth        binary-short value zeros.
    03 rewriteFormState         pic 9(001) value zeros.
        88 rewriteIsMalformed   value 1    false 0.

01 fetchOrientationControls.
    03 fetchDirectionCode       pic x(001) value "N".
    03 fetchOffsetWord          pic x(060) value spaces.
    03 jsonModuleName           pic x(030) value spaces.
    03 jsonLogLine              pic x(512) value spaces.

*>------------------------------------------------------------------------------
*> The source fingerprint block written ahead of the first line of the
*> generated program (behind a leading compiler directive, which must
*> stay first): what it was generated from and by which run, so
*> presqlFreshness can tell a stale output from a current one.
*>------------------------------------------------------------------------------
01 fingerprintControls.
    03 fingerprintState         pic 9(001) value zeros.
        88 theFingerprintIsWritten value 1 false 0.
    03 fingerprintDepsFileStatus pic x(002) value spaces.
        88 fingerprintDepsEof   value "10" false "00".
    03 fingerprintOptionsPointer binary-short unsigned value zeros.
    03 fingerprintOptionsLength binary-short unsigned value zeros.
    03 fingerprintPieceLength   binary-short unsigned value zeros.

01 logControls.
    *> Disposition handed back by the presqlMessages policy filter when a
    *> -z option file is in force: K keep, S suppress, E promoted to error.
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

01 thisProgramResults.
    03 outputSourceFileName     pic x(255)  value spaces.
        if not thereWasAnError
            perform 50-reconcile-cursor-lifecycles
            perform 54-reconcile-transactions
            perform 58-trace-dynamic-text
        end-if
        perform 3-close-files
    end-if
    perform 1a-read-stmt-buffer-size
    perform 1c-load-retry-options
    perform 1d-load-governor-config
    if failureJournalIsOn
        perform 1e-load-masked-bindings
    end-if

    if statementTextIsExternal
        move substitute(inputSourceFileName, ".presql.step2", ".presql.bind") to bindFileName
        exit paragraph
    end-if

    move zeros to hostVarsUnitSeen
    read hostVarsFile next record at end move "10" to hostVarsFileStatus end-read
    perform until hostVarsFileStatus = "10"
        *> With several program units only the current unit's section of
        *> the copybook is loaded.
        if programUnitsInSource > 1
            if trim(getWord(hostVarsLine, secondWord)) = "#presqlProgram"
                add 1 to hostVarsUnitSeen
            end-if
            if hostVarsUnitSeen not = programUnitCount
                read hostVarsFile next record at end move "10" to hostVarsFileStatus end-read
                exit perform cycle
            end-if
        end-if
        if trim(getWord(hostVarsLine, firstWord)) = "03" and
           hostVariableCount < hostVariableMax
            add 1 to hostVariableCount
            move getWord(hostVarsLine, thirdWord) to varcharName(varcharCount)
            move numval(getWord(hostVarsLine, fourthWord)) to varcharLength(varcharCount)
        end-if
        if trim(getWord(hostVarsLine, secondWord)) = "#presqlDateFormat" and
           dateFormatCount < dateFormatMax
            add 1 to dateFormatCount
            move getWord(hostVarsLine, thirdWord) to dateFormatName(dateFormatCount)
            move getWord(hostVarsLine, fourthWord) to dateFormatKind(dateFormatCount)
            move spaces to dateFormatMask(dateFormatCount)
            unstring hostVarsLine delimited by "'"
                into dateFormatPrefix dateFormatMask(dateFormatCount)
            end-unstring
            move stored-char-length(dateFormatMask(dateFormatCount)) to dateFormatMaskLength(dateFormatCount)
        end-if
        if trim(getWord(hostVarsLine, secondWord)) = "#presqlLob" and
           lobCount < lobMax
            add 1 to lobCount
*>------------------------------------------------------------------------------
2-translate-statements.

    if not theFingerprintIsWritten and
       trim(inputSourceLine)(1:2) not = ">>"
        perform 25-write-the-fingerprint
    end-if

    if getWordNumber(inputSourceLine, "#presqlStatement") > zeros
        add 1 to getWordNumber(inputSourceLine, "#presqlStatement") giving wordNumberOfTag
        move getWord(inputSourceLine, wordNumberOfTag) to statementNumberWord
        if theMapIsActive
            write mapOutLine from currentOriginText
        end-if
        perform 59-scan-for-data-flow
        *> The statement descriptor the generated code binds against
        *> (SQL-STMT-TEXT, SQLV, the prepared flags) rides in behind the
        *> injected builtins, so the translated program compiles as-is.
            perform 21-inject-sqlv-descriptor
            set sqlvWasInjected to true
        end-if
        if programUnitsInSource > 1 and
           getWordNumber(inputSourceLine, "#presqlProgram") > zeros
            perform 24-start-program-unit
        end-if
    end-if

    perform 80-read-input-line
    add 1 to currentLineNumber
    perform 17-advance-the-map.

*>------------------------------------------------------------------------------
*> The fingerprint block: one "presql fingerprint:" comment line each for
*> the source, both checksums, the run id, the options (in pieces short
*> enough for a fixed-format comment) and every copybook in the
*> dependency index.
*>------------------------------------------------------------------------------
25-write-the-fingerprint.

    set theFingerprintIsWritten to true

    move spaces to outputSourceLine
    string "*> presql fingerprint: source " trim(fingerprintSourceFileName) delimited by size into outputSourceLine
    perform 25a-write-fingerprint-line

    move spaces to outputSourceLine
    string "*> presql fingerprint: checksums " fingerprintSourceChecksum " " fingerprintCopybookChecksum delimited by size into outputSourceLine
    perform 25a-write-fingerprint-line

    move spaces to outputSourceLine
    string "*> presql fingerprint: run " trim(runIdText) delimited by size into outputSourceLine
    perform 25a-write-fingerprint-line

    move stored-char-length(trim(fingerprintOptionsText)) to fingerprintOptionsLength
    move 1 to fingerprintOptionsPointer
    perform until fingerprintOptionsPointer > fingerprintOptionsLength
        compute fingerprintPieceLength = fingerprintOptionsLength - fingerprintOptionsPointer + 1
        if fingerprintPieceLength > 40
            move 40 to fingerprintPieceLength
        end-if
        move spaces to outputSourceLine
        string "*> presql fingerprint: options " fingerprintOptionsText(fingerprintOptionsPointer:fingerprintPieceLength) delimited by size into outputSourceLine
        perform 25a-write-fingerprint-line
        add fingerprintPieceLength to fingerprintOptionsPointer
    end-perform

    if fingerprintDepsFileName = spaces
        exit paragraph
    end-if
    open input fingerprintDepsFile
    if fingerprintDepsFileStatus not = "00"
        move spaces to fingerprintDepsFileStatus
        exit paragraph
    end-if
    read fingerprintDepsFile next record at end set fingerprintDepsEof to true end-read
    perform until fingerprintDepsEof
        if fingerprintDepsLine not = spaces
            move spaces to outputSourceLine
            string "*> presql fingerprint: copybook " trim(fingerprintDepsLine) delimited by size into outputSourceLine
            perform 25a-write-fingerprint-line
        end-if
        read fingerprintDepsFile next record at end set fingerprintDepsEof to true end-read
    end-perform
    close fingerprintDepsFile
    set fingerprintDepsEof to false.

*>------------------------------------------------------------------------------
*> One fingerprint comment line, behind the column-7 indicator in fixed
*> format, with its own final-map record.
*>------------------------------------------------------------------------------
25a-write-fingerprint-line.

    if sourceFormatIsFixed
        move outputSourceLine to generatedLineScratch
        move spaces to outputSourceLine
        move generatedLineScratch to outputSourceLine(7:)
    end-if
    write outputSourceLine
    if theMapIsActive
        move "(generated by presql: source fingerprint)" to mapOutLine
        write mapOutLine
    end-if.

*>------------------------------------------------------------------------------
*> Copies the whole .presql.sqlv descriptor copybook into the output at
*> the end of the injected builtins. A program with no extracted

    read hostVarsFile next record at end move "10" to hostVarsFileStatus end-read
    perform until hostVarsFileStatus = "10"
        if programUnitCount > zeros and
           getWordNumber(hostVarsLine, "SQL-STAT-PROGRAM") > zeros
            move spaces to hostVarsLine
            string "           03 SQL-STAT-PROGRAM pic x(60) value """ trim(unitStatProgramName) """." delimited by size into hostVarsLine
        end-if
        write outputSourceLine from hostVarsLine
        if theMapIsActive
            move "(injected by presql)" to mapOutLine
    close hostVarsFile
    move spaces to hostVarsFileStatus.

*>------------------------------------------------------------------------------
*> A #presqlProgram tag closes the unit translated so far and opens the
*> next: the finished unit's cursors and transactions are reconciled,
*> every per-program table is cleared, the new unit's host variables are
*> loaded, and the descriptor is injected again behind the new unit's
*> own builtins, its statistics identity naming the unit.
*>------------------------------------------------------------------------------
24-start-program-unit.

    if programUnitCount > zeros and not thereWasAnError
        perform 50-reconcile-cursor-lifecycles
        perform 54-reconcile-transactions
        perform 58-trace-dynamic-text
    end-if

    perform varying cursorIndex from 1 by 1 until cursorIndex > cursorCount
        move zeros to cursorOpenedFlag(cursorIndex)
        move zeros to cursorFetchedFlag(cursorIndex)
        move zeros to cursorClosedFlag(cursorIndex)
        move zeros to cursorPositionedFlag(cursorIndex)
    end-perform
    move zeros to cursorCount
    move zeros to undeclaredCursorCount
    move zeros to dataChangeCount
    move zeros to commitCount
    move zeros to rollbackCount
    move zeros to unprotectedChangeCount
    move spaces to firstUnprotectedStmt
    move zeros to commitCursorCount
    move zeros to preparedStmtCount
    set wheneverSqlErrorIsGoto to false
    move spaces to wheneverSqlErrorLabel
    set wheneverNotFoundIsGoto to false
    move spaces to wheneverNotFoundLabel
    move zeros to hostVariableCount
    move zeros to hostGroupCount
    move zeros to varcharCount
    move zeros to lobCount
    move zeros to dateFormatCount
    set sqlvWasInjected to false
    move zeros to dataItemCount
    move zeros to dataFlowCount
    move zeros to dynamicTextCount
    move zeros to dataFlowMode
    move spaces to dataFlowSection
    move spaces to dataFlowOwner
    set scanIsInProcedure to false
    set injectionLimitWasLogged to false
    set restartFieldsAreRegistered to false

    add 1 to programUnitCount
    add 1 to getWordNumber(inputSourceLine, "#presqlProgram") giving programTagWordNumber
    move getWord(inputSourceLine, programTagWordNumber) to programUnitName

    if sourceFormatIsFixed
        move 22 to unitStatProgramMax
    else
        move 60 to unitStatProgramMax
    end-if
    move spaces to unitStatProgramText
    string trim(substitute(inputSourceFileName, ".presql.step2", " ")) "(" trim(programUnitName) ")" delimited by size into unitStatProgramText
    move spaces to unitStatProgramName
    move stored-char-length(unitStatProgramText) to unitStatProgramLength
    if unitStatProgramLength > unitStatProgramMax
        compute unitStatProgramLength = unitStatProgramLength - unitStatProgramMax + 1
        move unitStatProgramText(unitStatProgramLength:unitStatProgramMax) to unitStatProgramName
    else
        move unitStatProgramText to unitStatProgramName
    end-if

    perform 16-load-host-variable-groups.

*>------------------------------------------------------------------------------
*> Reads the statement identified by statementNumberWord straight out of the
*> relative file 22-save-the-statement in presqlStatements.cbl wrote it to,

    move zeros to statementKind
    set statementIsBulk to false
    set intoListRunsToEnd to false
    move getWord(statementTextLower, secondWord) to statementSecondWord

    if getWordNumber(statementTextLower, "whenever") > zeros
        set statementIsWhenever to true
    else
    *> presql's own directive: no SQL reaches the engine for it.
    if trim(getWord(statementTextLower, firstWord)) = "checkpoint"
        set statementIsCheckpoint to true
    else
    *> COMMIT and ROLLBACK are matched on the statement's own verb rather
    *> than anywhere in the text, so "rollback" inside some other
    *> statement's text can never be mistaken for the transaction verb.
       trim(getWord(statementTextLower, secondWord)) = "connection"
        set statementIsSetConnection to true
    else
    *> SET with a host-variable target ("set :ws-today = current date",
    *> "set (:a, :b) = (x, y)"); other SETs (connection, savepoint
    *> levels, schema) name no host variable first.
    if trim(getWord(statementTextLower, firstWord)) = "set" and
       (statementSecondWord(1:1) = ":" or statementSecondWord(1:1) = "(")
        set statementIsSetHostVariable to true
    else
    if trim(getWord(statementTextLower, firstWord)) = "values" and
       getWordNumber(statementTextLower, "into") > zeros
        set statementIsValuesInto to true
    else
    if trim(getWord(statementTextLower, firstWord)) = "lock" and
       trim(statementSecondWord) = "table"
        set statementIsLockTable to true
    else
    *> Static DDL (CREATE, DROP, ALTER, TRUNCATE and DECLARE GLOBAL
    *> TEMPORARY TABLE) is matched on its own verb too: a work table's
    *> "on commit delete rows" must not pass for a DELETE.
    if trim(getWord(statementTextLower, firstWord)) = "create" or
       trim(getWord(statementTextLower, firstWord)) = "drop" or
       trim(getWord(statementTextLower, firstWord)) = "alter" or
       trim(getWord(statementTextLower, firstWord)) = "truncate" or
       (trim(getWord(statementTextLower, firstWord)) = "declare" and
        trim(statementSecondWord) = "global")
        set statementIsDdl to true
    else
    *> Matched on the statement's own verb, ahead of the word searches
    *> below: a MERGE's WHEN MATCHED/NOT MATCHED branches carry UPDATE
    *> and INSERT words of their own, which must not claim the statement.
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if

    *> Every statement that reaches the database tells the -T test
    *> runtime who is calling; WHENEVER and DECLARE CURSOR generate no
    *> call of their own. The slot split starts over for every statement
    *> either way, since the -F failure journal reads it too.
    move zeros to testOutputSlots
    move zeros to dateSlotCount
    move 1 to testFirstInputSlot
    move zeros to failureLastInput
    move spaces to failureMask
    move "SQLV" to failureDescriptorName
    if testRuntimeIsOn and statementKind not = zeros and
       not statementIsWhenever and not statementIsDeclareCursor and
       not statementIsCheckpoint
        perform 39m-emit-test-identity
    end-if

    if statementIsWhenever
        perform 3c-translate-whenever
    end-if

    if statementIsCheckpoint
        perform 3x-translate-checkpoint
    end-if

    if statementIsCommit
        perform 3e-translate-commit
    end-if
        perform 3b-translate-delete
    end-if

    if statementIsSetHostVariable
        perform 3r-translate-set-host-variable
    end-if

    if statementIsValuesInto
        perform 3s-translate-values-into
    end-if

    if statementIsLockTable
        perform 3u-translate-lock-table
    end-if

    if statementIsDdl
        perform 3w-translate-ddl
    end-if

    if statementKind = zeros
        perform 3d-translate-unrecognized
    end-if.

    move getWordNumber(statementTextLower, "into") to intoWordNumber
    move getWordNumber(statementTextLower, "from") to fromWordNumber
    perform 34c-find-end-of-into-list
    if intoWordNumber > zeros and fromWordNumber > intoWordNumber
        add 1 to getWordNumber(statementTextLower, "select") giving arityFromWord
        subtract 1 from intoWordNumber giving arityToWord

    move getWordNumber(statementTextLower, "into") to intoWordNumber
    move getWordNumber(statementTextLower, "from") to fromWordNumber
    perform 34c-find-end-of-into-list

    *> Host variables in a SELECT INTO are not only the fetch targets
    *> between INTO and FROM; a WHERE clause can (and usually does)
    string "*> Translated SELECT INTO (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    add 1 to testOutputSlots giving testFirstInputSlot
    perform 39n-emit-test-slot-split

    perform 39b-begin-prepare-guard

    perform 396-emit-statement-text-move
    end-if
    perform 343b-set-occurs-suffix

    *> A variable declared with a date/time format binds through its
    *> slot's ISO text buffer instead of its own storage.
    perform 34e-look-up-date-format
    if dateFormatWasFound
        perform 34d-bind-date-variable
    else
        move spaces to outputSourceLine
        if qualifiedDotPosition > zeros
            *> The dot-qualified reference becomes COBOL's own OF
            *> qualification, so the right declaration is named explicitly.
            string "set SQL-ADDR(" trim(hostVarBindIndexDisplay) ") to address of " trim(qualifiedMemberPart) " of " trim(qualifiedGroupPart) occursSuffix delimited by size into outputSourceLine
        else
            string "set SQL-ADDR(" trim(hostVarBindIndexDisplay) ") to address of " trim(hostVarName) occursSuffix delimited by size into outputSourceLine
        end-if
        perform 394-write-generated-line

        perform 343-emit-descriptor-attributes
    end-if

    if indicatorName not = spaces
        move spaces to outputSourceLine
    move function lower-case(boundStatementText) to boundStatementTextScratch
    move getWordNumber(boundStatementTextScratch, "into") to intoWordNumber
    move getWordNumber(boundStatementTextScratch, "from") to fromWordNumber
    if intoWordNumber > zeros and (intoListRunsToEnd or fromWordNumber = zeros)
        add 1 to getWordCount(boundStatementText) giving fromWordNumber
    end-if
    if intoWordNumber = zeros or fromWordNumber <= intoWordNumber
        exit paragraph
    end-if

    move trim(boundStatementTextScratch) to boundStatementText.

*>------------------------------------------------------------------------------
*> A SELECT INTO with no FROM - the rewritten SET and VALUES INTO, or a
*> plain "select current_date into :hv" - has its INTO list run to the
*> end of the statement: fromWordNumber is moved just past the last word.
*>------------------------------------------------------------------------------
34c-find-end-of-into-list.

    if intoWordNumber > zeros and (intoListRunsToEnd or fromWordNumber = zeros)
        add 1 to getWordCount(statementTextLower) giving fromWordNumber
    end-if.

*>------------------------------------------------------------------------------
*> "declare cursor-name cursor for select-statement" has no executable code
*> of its own; it only stashes the select text under the cursor name so the
        *> The select-list column count is stashed with the cursor so a
        *> FETCH's INTO list can be checked against it.
        move zeros to cursorColumnCount(cursorCount)
        move spaces to cursorCheckpointStmt(cursorCount)
        move zeros to cursorKeyCount(cursorCount)
        move spaces to cursorJobVariable(cursorCount)
        if getWordNumber(statementTextLower, "select") > zeros and
           getWordNumber(statementTextLower, "from") > zeros
            add 1 to getWordNumber(statementTextLower, "select") giving arityFromWord

    move 1 to cursorOpenedFlag(cursorWordNumber)

    *> A checkpointed cursor first looks for the key an earlier run of
    *> the job saved; the OPEN runs only when that lookup did not fail.
    move cursorWordNumber to restartCursorIndex
    if cursorCheckpointStmt(restartCursorIndex) not = spaces
        perform 3x2-emit-restart-lookup
        move "if SQLCODE >= 0" to outputSourceLine
        perform 394-write-generated-line
    end-if

    *> The stashed select text becomes the statement under translation from
    *> here on (the OPEN's own text is spent once the cursor name is in
    *> hand), so binding goes through the same whole-statement scan every
    *> other statement kind uses, indicator lookahead included.
    move cursorSelectText(cursorWordNumber) to statementText
    if cursorCheckpointStmt(restartCursorIndex) not = spaces
        perform 3x3-add-restart-predicate
    end-if
    perform 390-bind-all-host-variables

    move spaces to outputSourceLine
    move "call OCSQL-OPEN-CURSOR using SQLCA SQLV" to generatedCallText
    perform 39h-emit-guarded-call

    if cursorCheckpointStmt(restartCursorIndex) not = spaces
        move "end-if" to outputSourceLine
        perform 394-write-generated-line
    end-if

    perform 395-emit-whenever-checks.

*>------------------------------------------------------------------------------
            end-if
        end-perform
    end-if
    *> A checkpointed cursor's FETCH first counts the row fetched last as
    *> done, saving its key and committing when the interval is up; its
    *> own restart statements are bound ahead of the FETCH's binds.
    perform 3x4-emit-checkpoint-before-fetch

    move getWordCount(statementText) to sqlWordCount
    move zeros to hostVarBindCount
    move zeros to dateSlotCount
    move statementText to boundStatementText

    if intoWordNumber > zeros
    string "*> Fetch from cursor " trim(cursorNameWord) " (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    move hostVarBindCount to testOutputSlots
    add 1 to testOutputSlots giving testFirstInputSlot
    perform 39n-emit-test-slot-split

    move hostVarBindCount to hostVarBindCountDisplay
    move spaces to outputSourceLine
    string "move " trim(hostVarBindCountDisplay) " to SQL-COUNT" delimited by size into outputSourceLine
    move "call OCSQL-FETCH-CURSOR using SQLCA SQLV" to generatedCallText
    perform 39h-emit-guarded-call

    if theFetchIsCheckpointed
        perform 3x5-emit-checkpoint-after-fetch
    end-if

    perform 395-emit-whenever-checks.

*>------------------------------------------------------------------------------
    move "CLOSE" to statementVerbForReport
    perform 52-record-cursor-use

    move zeros to restartCursorIndex
    perform varying cursorIndex from 1 by 1 until cursorIndex > cursorCount
        if function lower-case(trim(cursorName(cursorIndex))) = function lower-case(trim(cursorNameWord)) and
           cursorCheckpointStmt(cursorIndex) not = spaces
            move cursorIndex to restartCursorIndex
            exit perform
        end-if
    end-perform
    if restartCursorIndex > zeros
        perform 3x6-emit-restart-release
    end-if

    move spaces to outputSourceLine
    string "*> Close cursor " trim(cursorNameWord) delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "call OCSQL-CLOSE-CURSOR using SQLCA SQLV" to outputSourceLine
    perform 394-write-generated-line

    if restartCursorIndex > zeros
        move "end-if" to outputSourceLine
        perform 394-write-generated-line
    end-if

    perform 395-emit-whenever-checks.

*>------------------------------------------------------------------------------
    move getWordCount(statementText) to sqlWordCount
    move zeros to hostVarBindCount
    move zeros to statementQuoteState
    move zeros to testOutputSlots
    move zeros to dateSlotCount
    perform varying sqlWordIndex from 1 by 1 until sqlWordIndex > sqlWordCount
        move getWord(statementText, sqlWordIndex) to hostVarWord
        perform 388-shift-word-to-colon
        if wordColonPosition > zeros
            perform 391-look-ahead-for-indicator
            move hostVarBindCount to failureSlotsBefore
            perform 340-bind-one-host-variable
            perform 39p-note-masked-slots
            *> A SELECT INTO's slots bound ahead of FROM are its INTO
            *> targets, the ones the call fills rather than reads.
            if statementIsSelectInto and sqlWordIndex < fromWordNumber
                move hostVarBindCount to testOutputSlots
            end-if
        end-if
    end-perform
    move hostVarBindCount to failureLastInput.

*>------------------------------------------------------------------------------
*> Spots the spelled-out ":var INDICATOR :ind" form: when the two words
    perform 395-emit-whenever-checks.

*>------------------------------------------------------------------------------
*> "set :hv = expression", "set :a = x, :b = y" and the row form "set
*> (:a, :b) = (x, y)": the assignments are split at the commas outside
*> parentheses and literals, and the statement is rewritten as "select
*> x, y into :a, :b" and translated as the SELECT INTO it amounts to.
*>------------------------------------------------------------------------------
3r-translate-set-host-variable.

    move spaces to rewriteTargets
    move spaces to rewriteExpressions
    move spaces to rewriteItemText
    move zeros to rewriteItemLength
    set rewriteIsMalformed to false
    move zeros to rewriteParenDepth
    move zeros to statementQuoteState

    move zeros to rewriteStartPosition
    inspect statementTextLower tallying rewriteStartPosition for characters before initial "set"
    add 4 to rewriteStartPosition
    move stored-char-length(statementText) to rewriteTextLength

    perform varying rewriteScanPointer from rewriteStartPosition by 1
              until rewriteScanPointer > rewriteTextLength or rewriteIsMalformed
        evaluate true
            when statementText(rewriteScanPointer:1) = quoteCharacter
                compute statementQuoteState = 1 - statementQuoteState
            when statementQuoteState not = zeros
                continue
            when statementText(rewriteScanPointer:1) = "("
                add 1 to rewriteParenDepth
            when statementText(rewriteScanPointer:1) = ")"
                subtract 1 from rewriteParenDepth
            when statementText(rewriteScanPointer:1) = "," and rewriteParenDepth = zeros
                perform 3r1-split-one-assignment
                move spaces to rewriteItemText
                move zeros to rewriteItemLength
                exit perform cycle
            when other
                continue
        end-evaluate
        if rewriteItemLength < 4000
            add 1 to rewriteItemLength
            move statementText(rewriteScanPointer:1) to rewriteItemText(rewriteItemLength:1)
        end-if
    end-perform
    if not rewriteIsMalformed
        perform 3r1-split-one-assignment
    end-if

    if rewriteIsMalformed
        perform 3d-translate-unrecognized
        exit paragraph
    end-if

    move spaces to outputSourceLine
    string "*> SET host-variable assignment (statement " trim(statementNumberWord) ") runs as a SELECT INTO" delimited by size into outputSourceLine
    perform 394-write-generated-line

    perform 3v-run-as-select-into.

*>------------------------------------------------------------------------------
*> One "target = expression" assignment of a SET into the target and
*> expression lists; a parenthesized target list pairs with a
*> parenthesized expression list, both unwrapped.
*>------------------------------------------------------------------------------
3r1-split-one-assignment.

    move zeros to rewriteEqualsPosition
    inspect rewriteItemText tallying rewriteEqualsPosition for characters before initial "="
    if rewriteItemText = spaces or rewriteEqualsPosition >= rewriteItemLength
        set rewriteIsMalformed to true
        exit paragraph
    end-if

    move spaces to rewriteParenText
    if rewriteEqualsPosition > zeros
        move rewriteItemText(1:rewriteEqualsPosition) to rewriteParenText
    end-if
    perform 3t-strip-outer-parentheses
    if rewriteParenText = spaces
        set rewriteIsMalformed to true
        exit paragraph
    end-if
    move spaces to rewriteWork
    if rewriteTargets = spaces
        move trim(rewriteParenText) to rewriteTargets
    else
        string trim(rewriteTargets) ", " trim(rewriteParenText) delimited by size into rewriteWork
        move rewriteWork to rewriteTargets
    end-if

    move rewriteItemText(rewriteEqualsPosition + 2:) to rewriteParenText
    perform 3t-strip-outer-parentheses
    if rewriteParenText = spaces
        set rewriteIsMalformed to true
        exit paragraph
    end-if
    move spaces to rewriteWork
    if rewriteExpressions = spaces
        move trim(rewriteParenText) to rewriteExpressions
    else
        string trim(rewriteExpressions) ", " trim(rewriteParenText) delimited by size into rewriteWork
        move rewriteWork to rewriteExpressions
    end-if.

*>------------------------------------------------------------------------------
*> "values expression into :hv" and "values (x, y) into :a, :b": the
*> expression list (unwrapped from its parentheses) becomes a select
*> list, and the statement is translated as a SELECT INTO.
*>------------------------------------------------------------------------------
3s-translate-values-into.

    move zeros to rewriteIntoPosition
    inspect statementTextLower tallying rewriteIntoPosition for characters before initial " into "
    move zeros to rewriteStartPosition
    inspect statementTextLower tallying rewriteStartPosition for characters before initial "values"
    add 7 to rewriteStartPosition
    move stored-char-length(statementText) to rewriteTextLength
    if rewriteIntoPosition + 6 >= rewriteTextLength or
       rewriteIntoPosition < rewriteStartPosition
        perform 3d-translate-unrecognized
        exit paragraph
    end-if

    move spaces to rewriteParenText
    move statementText(rewriteStartPosition:rewriteIntoPosition - rewriteStartPosition + 1) to rewriteParenText
    perform 3t-strip-outer-parentheses
    if rewriteParenText = spaces
        perform 3d-translate-unrecognized
        exit paragraph
    end-if
    move rewriteParenText to rewriteExpressions
    move spaces to rewriteTargets
    move trim(statementText(rewriteIntoPosition + 7:)) to rewriteTargets

    move spaces to outputSourceLine
    string "*> VALUES INTO (statement " trim(statementNumberWord) ") runs as a SELECT INTO" delimited by size into outputSourceLine
    perform 394-write-generated-line

    perform 3v-run-as-select-into.

*>------------------------------------------------------------------------------
*> Rewrites the statement as "select <expressions> into <targets>" and
*> hands it to the SELECT INTO translation.
*>------------------------------------------------------------------------------
3v-run-as-select-into.

    move spaces to statementText
    string "select " trim(rewriteExpressions) " into " trim(rewriteTargets) delimited by size into statementText
    move function lower-case(statementText) to statementTextLower
    set statementIsSelectInto to true
    set intoListRunsToEnd to true
    perform 34-translate-select-into.

*>------------------------------------------------------------------------------
*> Strips one pair of parentheses wrapping the whole of rewriteParenText
*> ("(x, y)" but not "(a) + (b)"), leaving it trimmed either way.
*>------------------------------------------------------------------------------
3t-strip-outer-parentheses.

    move trim(rewriteParenText) to rewriteWork
    move rewriteWork to rewriteParenText
    move stored-char-length(rewriteParenText) to rewriteParenLength
    if rewriteParenLength < 2 or rewriteParenText(1:1) not = "(" or
       rewriteParenText(rewriteParenLength:1) not = ")"
        exit paragraph
    end-if

    move zeros to rewriteParenDepth
    move zeros to statementQuoteState
    perform varying rewriteScanPointer from 1 by 1 until rewriteScanPointer >= rewriteParenLength
        evaluate true
            when rewriteParenText(rewriteScanPointer:1) = quoteCharacter
                compute statementQuoteState = 1 - statementQuoteState
            when statementQuoteState not = zeros
                continue
            when rewriteParenText(rewriteScanPointer:1) = "("
                add 1 to rewriteParenDepth
            when rewriteParenText(rewriteScanPointer:1) = ")"
                subtract 1 from rewriteParenDepth
                if rewriteParenDepth = zeros
                    *> Closed before the last character: not one wrapper.
                    exit paragraph
                end-if
            when other
                continue
        end-evaluate
    end-perform

    move spaces to rewriteWork
    move rewriteParenText(2:rewriteParenLength - 2) to rewriteWork
    move trim(rewriteWork) to rewriteParenText.

*>------------------------------------------------------------------------------
*> "lock table <name> in share|exclusive mode" goes to the engine as
*> written, through the same prepare and execute an UPDATE uses; the lock
*> holds until the unit of work ends.
*>------------------------------------------------------------------------------
3u-translate-lock-table.

    perform 393-emit-default-connect
    perform 390-bind-all-host-variables

    move spaces to outputSourceLine
    string "*> Translated LOCK TABLE (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    perform 39b-begin-prepare-guard

    perform 396-emit-statement-text-move

    move hostVarBindCount to hostVarBindCountDisplay
    move spaces to outputSourceLine
    string "move " trim(hostVarBindCountDisplay) " to SQL-COUNT" delimited by size into outputSourceLine
    perform 394-write-generated-line

    move "call OCSQL-PREPARE using SQLCA SQLV" to outputSourceLine
    perform 394-write-generated-line

    perform 39c-end-prepare-guard

    move "call OCSQL-EXECUTE using SQLCA SQLV" to generatedCallText
    perform 39h-emit-guarded-call

    perform 395-emit-whenever-checks.

*>------------------------------------------------------------------------------
*> Static DDL runs through prepare and execute on every pass, with no
*> prepare-once guard: once a table is created, dropped or altered, any
*> statement prepared against the old definition must prepare again, so
*> every prepared flag is cleared behind it, as COMMIT does. TRUNCATE
*> throws rows away and counts as a data change.
*>------------------------------------------------------------------------------
3w-translate-ddl.

    if trim(getWord(statementTextLower, firstWord)) = "truncate"
        perform 56-note-data-change
    end-if

    perform 393-emit-default-connect
    perform 390-bind-all-host-variables

    move spaces to outputSourceLine
    string "*> Translated DDL (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    perform 396-emit-statement-text-move

    move hostVarBindCount to hostVarBindCountDisplay
    move spaces to outputSourceLine
    string "move " trim(hostVarBindCountDisplay) " to SQL-COUNT" delimited by size into outputSourceLine
    perform 394-write-generated-line

    move "call OCSQL-PREPARE using SQLCA SQLV" to outputSourceLine
    perform 394-write-generated-line

    move "call OCSQL-EXECUTE using SQLCA SQLV" to generatedCallText
    perform 39h-emit-guarded-call

    move "move zeros to SQL-PREPARED-FLAGS" to outputSourceLine
    perform 394-write-generated-line

    perform 395-emit-whenever-checks.

*>------------------------------------------------------------------------------
*> "checkpoint cursor name every n [rows] restart key column = :variable
*> [, column = :variable ...] [job :variable]" generates no code of its
*> own: it marks a cursor declared ahead of it, and not yet opened, so
*> that its OPEN, FETCH and CLOSE carry the restart logic. The cursor's
*> ORDER BY must run ascending on the key columns in the order they are
*> listed here, and FETCH must deliver each key column into the variable
*> named for it. The cursor is opened WITH HOLD, so the checkpoint
*> commits leave it positioned.
*>------------------------------------------------------------------------------
3x-translate-checkpoint.

    set theCheckpointIsMalformed to false
    move getWordCount(statementText) to restartWordCount
    move getWord(statementText, thirdWord) to cursorNameWord

    if trim(getWord(statementTextLower, secondWord)) not = "cursor" or
       getWordNumber(statementTextLower, "every") not = 4
        set theCheckpointIsMalformed to true
    end-if

    *> The interval is a plain row count.
    move 5 to restartWordIndex
    move getWord(statementText, restartWordIndex) to restartWord
    move zeros to restartEveryValue
    if restartWord = spaces or stored-char-length(restartWord) > 9 or
       test-numval(restartWord) not = zeros
        set theCheckpointIsMalformed to true
    else
        move numval(restartWord) to restartEveryValue
        if restartEveryValue = zeros or restartEveryValue not = numval(restartWord)
            set theCheckpointIsMalformed to true
        end-if
    end-if
    move restartEveryValue to restartEveryDisplay

    *> ROWS is optional; RESTART KEY follows the interval either way.
    move 6 to restartWordIndex
    if trim(getWord(statementTextLower, restartWordIndex)) = "rows" or
       trim(getWord(statementTextLower, restartWordIndex)) = "row"
        add 1 to restartWordIndex
    end-if
    if trim(getWord(statementTextLower, restartWordIndex)) not = "restart"
        set theCheckpointIsMalformed to true
    end-if
    add 1 to restartWordIndex
    if trim(getWord(statementTextLower, restartWordIndex)) not = "key"
        set theCheckpointIsMalformed to true
    end-if
    move restartWordIndex to restartKeyWord

    *> JOB :variable, when coded, closes the directive.
    move spaces to restartWord
    move getWordNumber(statementTextLower, "job") to restartJobWord
    if restartJobWord > restartKeyWord
        subtract 1 from restartJobWord giving restartLastKeyWord
        add 1 to restartJobWord giving restartWordIndex
        move getWord(statementText, restartWordIndex) to restartWord
        if restartWord(1:1) not = ":" or restartWordIndex not = restartWordCount
            set theCheckpointIsMalformed to true
        end-if
    else
        move restartWordCount to restartLastKeyWord
    end-if

    *> The key list reads as alternating column and :variable words once
    *> the commas, equal signs and parentheses are out of the way.
    move spaces to restartKeyText
    add 1 to restartKeyWord giving restartWordIndex
    perform varying restartWordIndex from restartWordIndex by 1
              until restartWordIndex > restartLastKeyWord
        move concatenate(trim(restartKeyText), " ", trim(getWord(statementText, restartWordIndex))) to restartKeyText
    end-perform
    inspect restartKeyText replacing all "," by space
                                      all "=" by space
                                      all "(" by space
                                      all ")" by space
    move getWordCount(restartKeyText) to restartInnerIndex
    if restartInnerIndex = zeros or restartInnerIndex > 10 or
       function mod(restartInnerIndex, 2) not = zeros
        set theCheckpointIsMalformed to true
    else
        perform varying restartWordIndex from 1 by 2 until restartWordIndex > restartInnerIndex
            move getWord(restartKeyText, restartWordIndex) to restartWordLower
            if restartWordLower(1:1) = ":"
                set theCheckpointIsMalformed to true
            end-if
            add 1 to restartWordIndex giving restartKeyIndex
            move getWord(restartKeyText, restartKeyIndex) to restartWordLower
            if restartWordLower(1:1) not = ":" or restartWordLower(2:1) = space
                set theCheckpointIsMalformed to true
            end-if
        end-perform
    end-if

    if theCheckpointIsMalformed
        move spaces to outputSourceLine
        string "*> (ERROR): CHECKPOINT (statement " trim(statementNumberWord) ") is malformed; no restart logic was generated" delimited by size into outputSourceLine
        perform 394-write-generated-line
        move spaces to logText
        string "(ERROR): PSQL0431E Statement " trim(statementNumberWord) ": CHECKPOINT must read: checkpoint cursor <name> every <n> [rows] restart key <column> = :<variable> [, ...] [job :<variable>], with one to five key columns" delimited by size into logText
        perform 91-write-log-with-location
        set returnCodeIsRecoverable to true
        exit paragraph
    end-if

    move zeros to restartCursorIndex
    perform varying cursorIndex from 1 by 1 until cursorIndex > cursorCount
        if function lower-case(trim(cursorName(cursorIndex))) = function lower-case(trim(cursorNameWord))
            move cursorIndex to restartCursorIndex
            exit perform
        end-if
    end-perform

    if restartCursorIndex = zeros
        move spaces to outputSourceLine
        string "*> (ERROR): CHECKPOINT names cursor " trim(cursorNameWord) ", which has no DECLARE CURSOR ahead of it" delimited by size into outputSourceLine
        perform 394-write-generated-line
        move spaces to logText
        string "(ERROR): PSQL0430E Statement " trim(statementNumberWord) ": CHECKPOINT names cursor " trim(cursorNameWord) ", which has no DECLARE CURSOR ahead of it" delimited by size into logText
        perform 91-write-log-with-location
        set returnCodeIsRecoverable to true
        exit paragraph
    end-if

    *> An OPEN translated already has gone out without the restart logic.
    if cursorOpenedFlag(restartCursorIndex) = 1
        move spaces to outputSourceLine
        string "*> (WARNING): CHECKPOINT for cursor " trim(cursorNameWord) " follows its OPEN; the cursor is not checkpointed" delimited by size into outputSourceLine
        perform 394-write-generated-line
        move spaces to logText
        string "(WARNING): PSQL0432W Statement " trim(statementNumberWord) ": CHECKPOINT for cursor " trim(cursorNameWord) " follows its OPEN; code it between the DECLARE and the OPEN" delimited by size into logText
        perform 91-write-log-with-location
        set thereWasALifecycleMiss to true
        exit paragraph
    end-if

    move statementNumberWord to cursorCheckpointStmt(restartCursorIndex)
    move trim(restartEveryDisplay) to cursorCheckpointEvery(restartCursorIndex)
    move "H" to cursorHoldFlag(restartCursorIndex)
    move spaces to cursorJobVariable(restartCursorIndex)
    if restartJobWord > restartKeyWord
        move restartWord(2:) to cursorJobVariable(restartCursorIndex)
    end-if
    move zeros to cursorKeyCount(restartCursorIndex)
    perform varying restartWordIndex from 1 by 2 until restartWordIndex > restartInnerIndex
        add 1 to cursorKeyCount(restartCursorIndex)
        move cursorKeyCount(restartCursorIndex) to restartKeyIndex
        move getWord(restartKeyText, restartWordIndex) to cursorKeyColumn(restartCursorIndex restartKeyIndex)
        add 1 to restartWordIndex giving restartKeyWord
        move getWord(restartKeyText, restartKeyWord) to cursorKeyVariable(restartCursorIndex restartKeyIndex)
    end-perform

    move spaces to outputSourceLine
    string "*> Checkpoint cursor " trim(cursorNameWord) " every " trim(restartEveryDisplay) " rows (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line.

*>------------------------------------------------------------------------------
*> Ahead of a checkpointed cursor's OPEN: names the run's job, then reads
*> back the key and row count an earlier run of the job saved for this
*> program's cursor. Found, the key arms the restart predicate the OPEN
*> carries, so the cursor resumes after the last row committed.
*>------------------------------------------------------------------------------
3x2-emit-restart-lookup.

    move spaces to outputSourceLine
    string "*> Restart lookup for cursor " trim(cursorNameWord) " (checkpoint statement " trim(cursorCheckpointStmt(restartCursorIndex)) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    *> Without a JOB variable the run's job is PRESQL_JOB from the
    *> environment, or failing that the program itself.
    if cursorJobVariable(restartCursorIndex) not = spaces
        move spaces to outputSourceLine
        string "move " trim(cursorJobVariable(restartCursorIndex)) " to SQL-RESTART-JOB" delimited by size into outputSourceLine
        perform 394-write-generated-line
    else
        move "if SQL-RESTART-JOB = spaces" to outputSourceLine
        perform 394-write-generated-line
        move "    accept SQL-RESTART-JOB from environment ""PRESQL_JOB""" to outputSourceLine
        perform 394-write-generated-line
        move "end-if" to outputSourceLine
        perform 394-write-generated-line
        move "if SQL-RESTART-JOB = spaces" to outputSourceLine
        perform 394-write-generated-line
        move "    move SQL-RESTART-PROGRAM to SQL-RESTART-JOB" to outputSourceLine
        perform 394-write-generated-line
        move "end-if" to outputSourceLine
        perform 394-write-generated-line
    end-if
    perform 3x8-emit-restart-cursor-move
    move "move 0 to SQL-RESTART-ACTIVE SQL-RESTART-COUNT" to outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "move 0 to SQL-RESTART-ROWS(" trim(cursorCheckpointStmt(restartCursorIndex)) ") SQL-RESTART-DONE(" trim(cursorCheckpointStmt(restartCursorIndex))
           ") SQL-RESTART-PENDING(" trim(cursorCheckpointStmt(restartCursorIndex)) ") SQL-RESTART-ENDED(" trim(cursorCheckpointStmt(restartCursorIndex)) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    perform 3x1-build-key-lists
    move spaces to restartStatementText
    string "select " trim(restartColumnList) ", rows_committed into " trim(restartVariableList)
           ", :SQL-RESTART-COUNT from presql_restart where job_name = :SQL-RESTART-JOB and program_name = :SQL-RESTART-PROGRAM and cursor_name = :SQL-RESTART-CURSOR"
           delimited by size into restartStatementText
    set restartStatementIsAQuery to true
    perform 3x7-emit-restart-statement

    move "if SQLCODE = 0" to outputSourceLine
    perform 394-write-generated-line
    move "    move 1 to SQL-RESTART-ACTIVE" to outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "    move SQL-RESTART-COUNT to SQL-RESTART-DONE(" trim(cursorCheckpointStmt(restartCursorIndex)) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "end-if" to outputSourceLine
    perform 394-write-generated-line
    *> Not found is the fresh start; anything else is left in SQLCODE.
    move "if SQLCODE = 100" to outputSourceLine
    perform 394-write-generated-line
    move "    move 0 to SQLCODE" to outputSourceLine
    perform 394-write-generated-line
    move "end-if" to outputSourceLine
    perform 394-write-generated-line.

*>------------------------------------------------------------------------------
*> The checkpointed cursor's key columns as a select/insert column list,
*> "key_value_1, key_value_2 ...", its key variables as ":v1, :v2 ...",
*> and the SET list an UPDATE of the restart row uses.
*>------------------------------------------------------------------------------
3x1-build-key-lists.

    move spaces to restartColumnList restartVariableList restartSetList
    perform varying restartKeyIndex from 1 by 1
              until restartKeyIndex > cursorKeyCount(restartCursorIndex)
        move restartKeyIndex to restartKeyOrdinal
        if restartKeyIndex > 1
            move concatenate(trim(restartColumnList), ",") to restartColumnList
            move concatenate(trim(restartVariableList), ",") to restartVariableList
            move concatenate(trim(restartSetList), ",") to restartSetList
        end-if
        move concatenate(trim(restartColumnList), " key_value_", restartKeyOrdinal) to restartColumnList
        move concatenate(trim(restartVariableList), " ", trim(cursorKeyVariable(restartCursorIndex restartKeyIndex))) to restartVariableList
        move concatenate(trim(restartSetList), " key_value_", restartKeyOrdinal, " = ", trim(cursorKeyVariable(restartCursorIndex restartKeyIndex))) to restartSetList
    end-perform.

*>------------------------------------------------------------------------------
*> Works the restart predicate into the checkpointed cursor's select text:
*> with a saved key armed, only rows past it in key order qualify. The
*> predicate is ANDed onto the outermost WHERE, or becomes the WHERE when
*> there is none, ahead of ORDER BY, GROUP BY and the like.
*>------------------------------------------------------------------------------
3x3-add-restart-predicate.

    *> ( :SQL-RESTART-ACTIVE = 0 or k1 > :v1 or ( k1 = :v1 and k2 > :v2 ) ... )
    move spaces to restartPredicate
    move 1 to restartPointer
    string "( :SQL-RESTART-ACTIVE = 0" delimited by size into restartPredicate with pointer restartPointer
    perform varying restartKeyIndex from 1 by 1
              until restartKeyIndex > cursorKeyCount(restartCursorIndex)
        string " or (" delimited by size into restartPredicate with pointer restartPointer
        perform varying restartInnerIndex from 1 by 1 until restartInnerIndex >= restartKeyIndex
            string " " trim(cursorKeyColumn(restartCursorIndex restartInnerIndex)) " = "
                   trim(cursorKeyVariable(restartCursorIndex restartInnerIndex)) " and"
                   delimited by size into restartPredicate with pointer restartPointer
        end-perform
        string " " trim(cursorKeyColumn(restartCursorIndex restartKeyIndex)) " > "
               trim(cursorKeyVariable(restartCursorIndex restartKeyIndex)) " )"
               delimited by size into restartPredicate with pointer restartPointer
    end-perform
    string " )" delimited by size into restartPredicate with pointer restartPointer

    *> The outermost WHERE and whatever clause ends it, found by word at
    *> parenthesis depth zero past the FROM.
    move getWordCount(statementText) to restartWordCount
    move zeros to restartWherePosition restartTailPosition restartFromPosition restartDepth
    perform varying restartWordIndex from 1 by 1 until restartWordIndex > restartWordCount
        move getWord(statementText, restartWordIndex) to restartWord
        move function lower-case(restartWord) to restartWordLower
        if restartDepth = zeros
            evaluate true
                when restartFromPosition = zeros
                    if trim(restartWordLower) = "from"
                        move restartWordIndex to restartFromPosition
                    end-if
                when trim(restartWordLower) = "where" and restartWherePosition = zeros
                    move restartWordIndex to restartWherePosition
                when trim(restartWordLower) = "order" or trim(restartWordLower) = "group" or
                     trim(restartWordLower) = "having" or trim(restartWordLower) = "for" or
                     trim(restartWordLower) = "fetch" or trim(restartWordLower) = "optimize" or
                     trim(restartWordLower) = "with" or trim(restartWordLower) = "union" or
                     trim(restartWordLower) = "except" or trim(restartWordLower) = "intersect" or
                     trim(restartWordLower) = "limit" or trim(restartWordLower) = "offset"
                    move restartWordIndex to restartTailPosition
                    exit perform
                when other
                    continue
            end-evaluate
        end-if
        move zeros to restartParenCount
        inspect restartWord tallying restartParenCount for all "("
        add restartParenCount to restartDepth
        move zeros to restartParenCount
        inspect restartWord tallying restartParenCount for all ")"
        subtract restartParenCount from restartDepth
    end-perform
    if restartTailPosition = zeros
        add 1 to restartWordCount giving restartTailPosition
    end-if

    move spaces to boundStatementTextScratch
    perform varying restartWordIndex from 1 by 1 until restartWordIndex > restartWordCount + 1
        if restartWordIndex = restartTailPosition
            if restartWherePosition > zeros
                move concatenate(trim(boundStatementTextScratch), " ) and ", trim(restartPredicate)) to boundStatementTextScratch
            else
                move concatenate(trim(boundStatementTextScratch), " where ", trim(restartPredicate)) to boundStatementTextScratch
            end-if
        end-if
        if restartWordIndex <= restartWordCount
            move getWord(statementText, restartWordIndex) to restartWord
            move concatenate(trim(boundStatementTextScratch), " ", trim(restartWord)) to boundStatementTextScratch
            if restartWordIndex = restartWherePosition
                move concatenate(trim(boundStatementTextScratch), " (") to boundStatementTextScratch
            end-if
        end-if
    end-perform
    move trim(boundStatementTextScratch) to statementText.

*>------------------------------------------------------------------------------
*> Ahead of a checkpointed cursor's FETCH: the row fetched last is done
*> once the program asks for the next one, so it is counted, and when
*> the interval is up its key and the running row count are saved to
*> the restart row and committed. The FETCH itself only runs when the
*> checkpoint did not fail; 3x5 closes the condition behind it.
*>------------------------------------------------------------------------------
3x4-emit-checkpoint-before-fetch.

    set theFetchIsCheckpointed to false
    move zeros to restartCursorIndex
    perform varying cursorIndex from 1 by 1 until cursorIndex > cursorCount
        if function lower-case(trim(cursorName(cursorIndex))) = function lower-case(trim(cursorNameWord)) and
           cursorCheckpointStmt(cursorIndex) not = spaces
            move cursorIndex to restartCursorIndex
            exit perform
        end-if
    end-perform
    if restartCursorIndex = zeros or intoWordNumber = zeros
        exit paragraph
    end-if

    *> A rowset fetch leaves no single row whose key marks the restart
    *> point.
    if statementIsBulk
        move spaces to logText
        string "(WARNING): PSQL0433W Statement " trim(statementNumberWord) ": multi-row FETCH from checkpointed cursor " trim(cursorNameWord) " is not checkpointed" delimited by size into logText
        perform 91-write-log-with-location
        set thereWasALifecycleMiss to true
        exit paragraph
    end-if

    set theFetchIsCheckpointed to true
    move statementText to restartSavedText
    move intoWordNumber to restartSavedInto
    move failureLastInput to restartSavedLastInput
    move failureMask to restartSavedMask

    move spaces to outputSourceLine
    string "*> Checkpoint for cursor " trim(cursorNameWord) " every " trim(cursorCheckpointEvery(restartCursorIndex)) " rows" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "move 0 to SQLCODE" to outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "if SQL-RESTART-PENDING(" trim(cursorCheckpointStmt(restartCursorIndex)) ") = 1" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "    move 0 to SQL-RESTART-PENDING(" trim(cursorCheckpointStmt(restartCursorIndex)) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "    add 1 to SQL-RESTART-ROWS(" trim(cursorCheckpointStmt(restartCursorIndex)) ") SQL-RESTART-DONE(" trim(cursorCheckpointStmt(restartCursorIndex)) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "    if SQL-RESTART-ROWS(" trim(cursorCheckpointStmt(restartCursorIndex)) ") >= " trim(cursorCheckpointEvery(restartCursorIndex)) delimited by size into outputSourceLine
    perform 394-write-generated-line
    perform 3x8-emit-restart-cursor-move
    move spaces to outputSourceLine
    string "    move SQL-RESTART-DONE(" trim(cursorCheckpointStmt(restartCursorIndex)) ") to SQL-RESTART-COUNT" delimited by size into outputSourceLine
    perform 394-write-generated-line

    *> The restart row is updated in place, and inserted the first time.
    perform 3x1-build-key-lists
    move spaces to restartStatementText
    string "update presql_restart set " trim(restartSetList) ", rows_committed = :SQL-RESTART-COUNT, checkpoint_at = current_timestamp"
           " where job_name = :SQL-RESTART-JOB and program_name = :SQL-RESTART-PROGRAM and cursor_name = :SQL-RESTART-CURSOR"
           delimited by size into restartStatementText
    set restartStatementIsAQuery to false
    perform 3x7-emit-restart-statement
    move "    if SQLCODE = 100" to outputSourceLine
    perform 394-write-generated-line
    move spaces to restartStatementText
    string "insert into presql_restart (job_name, program_name, cursor_name, rows_committed, checkpoint_at, " trim(restartColumnList)
           ") values (:SQL-RESTART-JOB, :SQL-RESTART-PROGRAM, :SQL-RESTART-CURSOR, :SQL-RESTART-COUNT, current_timestamp, " trim(restartVariableList) ")"
           delimited by size into restartStatementText
    perform 3x7-emit-restart-statement
    move "    end-if" to outputSourceLine
    perform 394-write-generated-line

    move "    if SQLCODE = 0" to outputSourceLine
    perform 394-write-generated-line
    move "        call OCSQL-COMMIT using SQLCA" to outputSourceLine
    perform 394-write-generated-line
    move "        move zeros to SQL-PREPARED-FLAGS" to outputSourceLine
    perform 394-write-generated-line
    move "    end-if" to outputSourceLine
    perform 394-write-generated-line
    move "    if SQLCODE = 0" to outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "        move 0 to SQL-RESTART-ROWS(" trim(cursorCheckpointStmt(restartCursorIndex)) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "    end-if" to outputSourceLine
    perform 394-write-generated-line
    move "    end-if" to outputSourceLine
    perform 394-write-generated-line
    move "end-if" to outputSourceLine
    perform 394-write-generated-line
    move "if SQLCODE = 0" to outputSourceLine
    perform 394-write-generated-line

    move restartSavedText to statementText
    move restartSavedInto to intoWordNumber
    move restartSavedLastInput to failureLastInput
    move restartSavedMask to failureMask.

*>------------------------------------------------------------------------------
*> Behind a checkpointed cursor's FETCH: a row delivered is pending until
*> the next FETCH counts it, and end of data is noted for the CLOSE.
*>------------------------------------------------------------------------------
3x5-emit-checkpoint-after-fetch.

    move "    if SQLCODE = 0" to outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "        move 1 to SQL-RESTART-PENDING(" trim(cursorCheckpointStmt(restartCursorIndex)) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "    end-if" to outputSourceLine
    perform 394-write-generated-line
    move "    if SQLCODE = 100" to outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "        move 1 to SQL-RESTART-ENDED(" trim(cursorCheckpointStmt(restartCursorIndex)) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "    end-if" to outputSourceLine
    perform 394-write-generated-line
    move "end-if" to outputSourceLine
    perform 394-write-generated-line.

*>------------------------------------------------------------------------------
*> Ahead of a checkpointed cursor's CLOSE: a cursor read to its end
*> drops its restart row, so the job's next run starts afresh. The
*> delete is committed with the program's own final COMMIT, together
*> with the work on the rows after the last checkpoint; a CLOSE before
*> end of data keeps the row for the restart.
*>------------------------------------------------------------------------------
3x6-emit-restart-release.

    move statementText to restartSavedText
    move failureLastInput to restartSavedLastInput
    move failureMask to restartSavedMask

    move spaces to outputSourceLine
    string "*> Restart release for cursor " trim(cursorNameWord) " (checkpoint statement " trim(cursorCheckpointStmt(restartCursorIndex)) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "move 0 to SQLCODE" to outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "if SQL-RESTART-ENDED(" trim(cursorCheckpointStmt(restartCursorIndex)) ") = 1" delimited by size into outputSourceLine
    perform 394-write-generated-line
    perform 3x8-emit-restart-cursor-move
    move "delete from presql_restart where job_name = :SQL-RESTART-JOB and program_name = :SQL-RESTART-PROGRAM and cursor_name = :SQL-RESTART-CURSOR"
      to restartStatementText
    set restartStatementIsAQuery to false
    perform 3x7-emit-restart-statement
    move "end-if" to outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "move 0 to SQL-RESTART-PENDING(" trim(cursorCheckpointStmt(restartCursorIndex)) ") SQL-RESTART-ENDED(" trim(cursorCheckpointStmt(restartCursorIndex))
           ") SQL-RESTART-ROWS(" trim(cursorCheckpointStmt(restartCursorIndex)) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "if SQLCODE >= 0" to outputSourceLine
    perform 394-write-generated-line

    move restartSavedText to statementText
    move restartSavedLastInput to failureLastInput
    move restartSavedMask to failureMask.

*>------------------------------------------------------------------------------
*> Binds, prepares and executes one restart statement from
*> restartStatementText. It is prepared on every execution: the runtime's
*> single prepared-statement context belongs to the program's own
*> statement around it, which therefore prepares again afterwards.
*>------------------------------------------------------------------------------
3x7-emit-restart-statement.

    if not restartFieldsAreRegistered
        perform 3x9-register-restart-fields
    end-if

    move restartStatementText to statementText
    perform 390-bind-all-host-variables
    if restartStatementIsAQuery
        perform 342-remove-into-clause
    end-if

    move statementTextMode to restartSavedTextMode
    set statementTextIsCompiled to true
    perform 396-emit-statement-text-move
    move restartSavedTextMode to statementTextMode

    move hostVarBindCount to hostVarBindCountDisplay
    move spaces to outputSourceLine
    string "move " trim(hostVarBindCountDisplay) " to SQL-COUNT" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "move 1 to SQL-ROWS" to outputSourceLine
    perform 394-write-generated-line
    move "call OCSQL-PREPARE using SQLCA SQLV" to outputSourceLine
    perform 394-write-generated-line
    move "move 0 to SQL-CURRENT-STMT" to outputSourceLine
    perform 394-write-generated-line
    move "if SQLCODE = 0" to outputSourceLine
    perform 394-write-generated-line
    move "    call OCSQL-EXECUTE using SQLCA SQLV" to outputSourceLine
    perform 394-write-generated-line
    move "end-if" to outputSourceLine
    perform 394-write-generated-line

    *> A restart lookup's key variables may carry a date/time format.
    perform 39q-emit-date-conversions-out.

*>------------------------------------------------------------------------------
*> The cursor the restart row belongs to, as the restart statements see it.
*>------------------------------------------------------------------------------
3x8-emit-restart-cursor-move.

    move spaces to outputSourceLine
    string "move """ function upper-case(trim(cursorName(restartCursorIndex))) """ to SQL-RESTART-CURSOR" delimited by size into outputSourceLine
    perform 394-write-generated-line.

*>------------------------------------------------------------------------------
*> The SQL-RESTART-INFO fields presqlStatements generates are bound like
*> any declared host variable; they join the unit's table the first time
*> a restart statement needs them.
*>------------------------------------------------------------------------------
3x9-register-restart-fields.

    set restartFieldsAreRegistered to true
    move "SQL-RESTART-JOB" to restartFieldName
    move "X" to restartFieldType
    move 30 to restartFieldLength
    perform 3x9a-register-one-field
    move "SQL-RESTART-PROGRAM" to restartFieldName
    move 60 to restartFieldLength
    perform 3x9a-register-one-field
    move "SQL-RESTART-CURSOR" to restartFieldName
    move 30 to restartFieldLength
    perform 3x9a-register-one-field
    move "SQL-RESTART-ACTIVE" to restartFieldName
    move "9" to restartFieldType
    move 1 to restartFieldLength
    perform 3x9a-register-one-field
    move "SQL-RESTART-COUNT" to restartFieldName
    move 9 to restartFieldLength
    perform 3x9a-register-one-field.

*>------------------------------------------------------------------------------
*> Adds restartFieldName to the host variable table unless it is there.
*>------------------------------------------------------------------------------
3x9a-register-one-field.

    perform varying hostVariableIndex from 1 by 1 until hostVariableIndex > hostVariableCount
        if function lower-case(trim(hostVariableName(hostVariableIndex))) = function lower-case(trim(restartFieldName))
            exit paragraph
        end-if
    end-perform
    if hostVariableCount < hostVariableMax
        add 1 to hostVariableCount
        move restartFieldName to hostVariableName(hostVariableCount)
        move restartFieldType to hostVariableTypeCode(hostVariableCount)
        move restartFieldLength to hostVariableByteLen(hostVariableCount)
        move zeros to hostVariableScale(hostVariableCount)
        move zeros to hostVariableHasOccurs(hostVariableCount)
    end-if.

*>------------------------------------------------------------------------------
*> "whenever sqlerror go to label/continue" and "whenever not found go to
*> label/continue" carry no executable code of their own; they just set
*> the error-handling action every statement translated after them will
*> carry, until the next WHENEVER for that same condition changes it. The
*> condition keyword always sits right after WHENEVER itself ("sqlerror" or
*> "not"), so that fixed position is checked instead of searching the whole
*> statement text for the word "found" - a GO TO label that happens to
*> contain "found" (e.g. "go to 9000-not-found-routine") must not be
*> mistaken for the NOT FOUND condition.
*>------------------------------------------------------------------------------
3c-translate-whenever.

    add 1 to getWordNumber(statementTextLower, "whenever") giving wheneverConditionWordNumber
    move getWord(statementText, wheneverConditionWordNumber) to wheneverConditionWord

    if function lower-case(trim(wheneverConditionWord)) = "not"
        if getWordNumber(statementTextLower, "continue") > zeros
            set wheneverNotFoundIsGoto to false
            move spaces to wheneverNotFoundLabel
        else
            add 2 to getWordNumber(statementTextLower, "go") giving wheneverGoWordNumber
            set wheneverNotFoundIsGoto to true
            move getWord(statementText, wheneverGoWordNumber) to wheneverNotFoundLabel
        end-if
    else
        if getWordNumber(statementTextLower, "continue") > zeros
            set wheneverSqlErrorIsGoto to false
            move spaces to wheneverSqlErrorLabel
        else
            add 2 to getWordNumber(statementTextLower, "go") giving wheneverGoWordNumber
            set wheneverSqlErrorIsGoto to true
            move getWord(statementText, wheneverGoWordNumber) to wheneverSqlErrorLabel
        end-if
    end-if

    move spaces to outputSourceLine
    string "*> Recorded WHENEVER directive (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line.

*>------------------------------------------------------------------------------
*> "commit [work]" has nothing to bind or prepare; it goes straight to the
*> runtime's commit entry point, followed by the same WHENEVER checks every
*> other executable statement gets.
*>------------------------------------------------------------------------------
3e-translate-commit.

    add 1 to commitCount
    perform 57-check-commit-with-open-cursors

    move spaces to outputSourceLine
    string "*> Translated COMMIT (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    move "call OCSQL-COMMIT using SQLCA" to outputSourceLine
    perform 394-write-generated-line

    *> A commit may invalidate prepared statements (cursors not WITH
    *> HOLD certainly); everything re-prepares on its next execution.
    move "move zeros to SQL-PREPARED-FLAGS" to outputSourceLine
    perform 394-write-generated-line

    perform 395-emit-whenever-checks.

*>------------------------------------------------------------------------------
*> "rollback [work]" the same way, through the runtime's rollback entry.
*>------------------------------------------------------------------------------
3f-translate-rollback.

    add 1 to rollbackCount

    move spaces to outputSourceLine
    string "*> Translated ROLLBACK (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    move "call OCSQL-ROLLBACK using SQLCA" to outputSourceLine
    perform 394-write-generated-line

    move "move zeros to SQL-PREPARED-FLAGS" to outputSourceLine
    perform 394-write-generated-line

    perform 395-emit-whenever-checks.

*>------------------------------------------------------------------------------
*> "savepoint name", "release savepoint name" and "rollback to savepoint
*> name" all hand their own text to the runtime's savepoint entry point;
*> the verb travels in the text, so one entry covers the three forms. A
*> retreat to a savepoint keeps the transaction (and the engine's
*> prepared statements) alive, so - unlike COMMIT and plain ROLLBACK -
*> SQL-PREPARED-FLAGS is left standing.
*>------------------------------------------------------------------------------
3n-translate-savepoint.

    move spaces to outputSourceLine
    string "*> Translated savepoint statement (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    move statementText to boundStatementText
    perform 396-emit-statement-text-move

    move "move 0 to SQL-COUNT" to outputSourceLine
    perform 394-write-generated-line

    move "call OCSQL-SAVEPOINT using SQLCA SQLV" to outputSourceLine
    perform 394-write-generated-line

    perform 395-emit-whenever-checks.
    string "*> Translated GET DIAGNOSTICS (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    move hostVarBindCount to testOutputSlots
    add 1 to testOutputSlots giving testFirstInputSlot
    perform 39n-emit-test-slot-split

    perform 396-emit-statement-text-move

    move hostVarBindCount to hostVarBindCountDisplay
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The declaration typeLookupIndex resolved to has a date/time format
*> when its name is in the #presqlDateFormat table. The conversion moves
*> the mask's parts by reference modification, so only a display field
*> exactly as long as the mask, without OCCURS, can take it; any other
*> declaration is warned about and bound unconverted.
*>------------------------------------------------------------------------------
34e-look-up-date-format.

    set dateFormatWasFound to false
    if typeLookupIndex < 1 or typeLookupIndex > hostVariableCount
        exit paragraph
    end-if
    perform varying dateFormatIndex from 1 by 1 until dateFormatIndex > dateFormatCount
        if function lower-case(trim(dateFormatName(dateFormatIndex))) = function lower-case(trim(hostVariableName(typeLookupIndex)))
            set dateFormatWasFound to true
            exit perform
        end-if
    end-perform
    if not dateFormatWasFound
        exit paragraph
    end-if

    if hostVariableHasOccurs(typeLookupIndex) = 1 or
       (hostVariableTypeCode(typeLookupIndex) not = "X" and
        hostVariableTypeCode(typeLookupIndex) not = "9") or
       hostVariableByteLen(typeLookupIndex) not = dateFormatMaskLength(dateFormatIndex)
        move spaces to logText
        string "(WARNING): PSQL0434W Statement " trim(statementNumberWord) ": host variable " trim(hostVarName) " cannot hold its " trim(dateFormatKind(dateFormatIndex)) " format " trim(dateFormatMask(dateFormatIndex))
               "; only a display field as long as the mask, without OCCURS, is converted, so it is bound as declared" delimited by size into logText
        perform 91-write-log-with-location
        set thereWasALifecycleMiss to true
        set dateFormatWasFound to false
    end-if.

*>------------------------------------------------------------------------------
*> Binds a date/time variable through SQL-DATE-ISO(slot): the buffer is
*> set to the kind's ISO shape (yyyy-mm-dd, hh:mm:ss or yyyy-mm-dd
*> hh:mm:ss.ffffff), the mask's parts are moved into it from the
*> program's field, and the slot is bound as character text of the ISO
*> length. The slot is remembered so 39q can convert it back once the
*> call has filled it.
*>------------------------------------------------------------------------------
34d-bind-date-variable.

    move spaces to dateReference
    if qualifiedDotPosition > zeros
        string trim(qualifiedMemberPart) " of " trim(qualifiedGroupPart) delimited by size into dateReference
    else
        move hostVarName to dateReference
    end-if

    evaluate dateFormatKind(dateFormatIndex)
        when "DATE"
            move "0001-01-01" to dateIsoTemplate
            move 10 to dateIsoLength
        when "TIME"
            move "00:00:00" to dateIsoTemplate
            move 8 to dateIsoLength
        when other
            move "0001-01-01 00:00:00.000000" to dateIsoTemplate
            move 26 to dateIsoLength
    end-evaluate

    move spaces to outputSourceLine
    string "move """ dateIsoTemplate(1:dateIsoLength) """ to SQL-DATE-ISO(" trim(hostVarBindIndexDisplay) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    move lower-case(dateFormatMask(dateFormatIndex)) to dateMaskLower
    move zeros to dateMaskHoursSeen
    move 1 to dateMaskScan
    perform until dateMaskScan > dateFormatMaskLength(dateFormatIndex)
        perform 34f-read-date-mask-token
        if dateTokenIsoPosition > zeros
            move dateMaskScan to dateScanDisplay
            move dateTokenLength to dateTokenLengthDisplay
            move dateTokenIsoPosition to dateIsoPositionDisplay
            move spaces to outputSourceLine
            string "move " trim(dateReference) " (" trim(dateScanDisplay) ":" trim(dateTokenLengthDisplay) ") to SQL-DATE-ISO(" trim(hostVarBindIndexDisplay) ") (" trim(dateIsoPositionDisplay) ":" trim(dateTokenLengthDisplay) ")" delimited by size into outputSourceLine
            perform 394-write-generated-line
        end-if
        add dateTokenLength to dateMaskScan
    end-perform

    move spaces to outputSourceLine
    string "set SQL-ADDR(" trim(hostVarBindIndexDisplay) ") to address of SQL-DATE-ISO(" trim(hostVarBindIndexDisplay) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "move ""X"" to SQL-TYPE(" trim(hostVarBindIndexDisplay) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move dateIsoLength to dateIsoLengthDisplay
    move spaces to outputSourceLine
    string "move " trim(dateIsoLengthDisplay) " to SQL-LEN(" trim(hostVarBindIndexDisplay) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "move ""0"" to SQL-PREC(" trim(hostVarBindIndexDisplay) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move zeros to typeLookupIndex

    if dateSlotCount < 50
        add 1 to dateSlotCount
        move hostVarBindCount to dateSlotNumber(dateSlotCount)
        move dateFormatIndex to dateSlotFormat(dateSlotCount)
        move dateReference to dateSlotReference(dateSlotCount)
    end-if.

*>------------------------------------------------------------------------------
*> The mask token at dateMaskScan: its length and its position in the
*> ISO text, zero for a separator. "mm" is the month until an "hh" has
*> been passed, the minutes after it; a run of n's is the fraction of a
*> second.
*>------------------------------------------------------------------------------
34f-read-date-mask-token.

    move 1 to dateTokenLength
    move zeros to dateTokenIsoPosition
    evaluate true
        when dateMaskLower(dateMaskScan:4) = "yyyy"
            move 4 to dateTokenLength
            move 1 to dateTokenIsoPosition
        when dateMaskLower(dateMaskScan:2) = "mm" and dateMaskHoursSeen = 1
            move 2 to dateTokenLength
            move 15 to dateTokenIsoPosition
        when dateMaskLower(dateMaskScan:2) = "mm"
            move 2 to dateTokenLength
            move 6 to dateTokenIsoPosition
        when dateMaskLower(dateMaskScan:2) = "dd"
            move 2 to dateTokenLength
            move 9 to dateTokenIsoPosition
        when dateMaskLower(dateMaskScan:2) = "hh"
            move 2 to dateTokenLength
            move 12 to dateTokenIsoPosition
            move 1 to dateMaskHoursSeen
        when dateMaskLower(dateMaskScan:2) = "mi"
            move 2 to dateTokenLength
            move 15 to dateTokenIsoPosition
        when dateMaskLower(dateMaskScan:2) = "ss"
            move 2 to dateTokenLength
            move 18 to dateTokenIsoPosition
        when dateMaskLower(dateMaskScan:1) = "n"
            move zeros to dateTokenLength
            perform until dateMaskScan + dateTokenLength > dateFormatMaskLength(dateFormatIndex)
                       or dateMaskLower(dateMaskScan + dateTokenLength:1) not = "n"
                add 1 to dateTokenLength
            end-perform
            move 21 to dateTokenIsoPosition
    end-evaluate

    *> A TIME's ISO text is the time part alone.
    if dateFormatKind(dateFormatIndex) = "TIME" and dateTokenIsoPosition > zeros
        subtract 11 from dateTokenIsoPosition
    end-if.

*>------------------------------------------------------------------------------
*> Binds a LOB pair as one variable: the address of the group (which is
*> the address of its 49-level length item), the LOB type code and the
        move hostVarName to preparedStmtSource(preparedStmtIndex)
    end-if

    move spaces to dataFlowVerb
    string "PREPARE " trim(cursorNameWord) " FROM :" trim(hostVarName) delimited by size into dataFlowVerb
    perform 58e-note-dynamic-text

    perform 393-emit-default-connect

    move spaces to outputSourceLine
    end-if

    move zeros to hostVarBindCount
    move zeros to dateSlotCount
    move getWordNumber(statementTextLower, "using") to intoWordNumber
    if intoWordNumber > zeros
        move getWordCount(statementText) to sqlWordCount
            perform 388-shift-word-to-colon
            if wordColonPosition > zeros
                perform 344-extract-host-variable-name
                move hostVarBindCount to failureSlotsBefore
                add 1 to hostVarBindCount
                move hostVarBindCount to hostVarBindIndexDisplay
                move spaces to outputSourceLine
                string "set SQLDATA(" trim(hostVarBindIndexDisplay) ") to address of " trim(hostVarName) delimited by size into outputSourceLine
                perform 394-write-generated-line
                perform 39p-note-masked-slots
            end-if
        end-perform
    end-if
    move hostVarBindCount to failureLastInput
    move "SQLDA" to failureDescriptorName

    move hostVarBindCount to hostVarBindCountDisplay
    move spaces to outputSourceLine
    perform 344-extract-host-variable-name
    perform 393-emit-default-connect

    move spaces to dataFlowVerb
    string "EXECUTE IMMEDIATE :" trim(hostVarName) delimited by size into dataFlowVerb
    perform 58e-note-dynamic-text

    move spaces to outputSourceLine
    string "*> Translated EXECUTE IMMEDIATE (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line
    string "*> Translated CALL (statement " trim(statementNumberWord) ")" delimited by size into outputSourceLine
    perform 394-write-generated-line

    *> A procedure's parameters may be IN, OUT or INOUT and only the
    *> engine knows which, so every slot counts on both sides.
    move hostVarBindCount to testOutputSlots
    move 1 to testFirstInputSlot
    perform 39n-emit-test-slot-split

    perform 39b-begin-prepare-guard

    perform 396-emit-statement-text-move
    move "call ""presqlStatRecord"" using SQLCA SQL-STAT-INFO" to outputSourceLine
    perform 394-write-generated-line.

*>------------------------------------------------------------------------------
*> With -T, every statement that reaches the database first hands the
*> presqlReplay test runtime its identity: the statement number and the
*> split of its bound slots into the ones the call fills and the ones it
*> reads. The split starts as "reads everything" and the statements that
*> fill host variables override it once their slots are bound.
*>------------------------------------------------------------------------------
39m-emit-test-identity.

    move spaces to outputSourceLine
    string "move " trim(statementNumberWord) " to SQL-TEST-STMT" delimited by size into outputSourceLine
    perform 394-write-generated-line
    perform 39n-emit-test-slot-split
    move "call ""presqlReplay"" using SQL-TEST-INFO" to outputSourceLine
    perform 394-write-generated-line.

39n-emit-test-slot-split.

    if not testRuntimeIsOn
        exit paragraph
    end-if
    move testOutputSlots to testSlotDisplay
    move spaces to outputSourceLine
    string "move " trim(testSlotDisplay) " to SQL-TEST-OUTPUTS" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move testFirstInputSlot to testSlotDisplay
    move spaces to outputSourceLine
    string "move " trim(testSlotDisplay) " to SQL-TEST-FIRST-INPUT" delimited by size into outputSourceLine
    perform 394-write-generated-line.

*>------------------------------------------------------------------------------
*> With -F, a failing call journals itself before any WHENEVER branch
*> can take control away: the statement's identity, its input slot
*> range and mask are filled only on the failing path, and
*> presqlFailRecord appends the record.
*>------------------------------------------------------------------------------
39o-emit-failure-journal.

    if not failureJournalIsOn
        exit paragraph
    end-if

    move "if SQLCODE < 0" to outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "    move " trim(statementNumberWord) " to SQL-FAIL-STMT" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move testFirstInputSlot to failureSlotDisplay
    move spaces to outputSourceLine
    string "    move " trim(failureSlotDisplay) " to SQL-FAIL-FIRST-INPUT" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move failureLastInput to failureSlotDisplay
    move spaces to outputSourceLine
    string "    move " trim(failureSlotDisplay) " to SQL-FAIL-LAST-INPUT" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "    move spaces to SQL-FAIL-MASK" to outputSourceLine
    perform 394-write-generated-line
    perform varying failureSlotIndex from 1 by 1 until failureSlotIndex > failureMaskMax
        if failureMask(failureSlotIndex:1) = "M"
            move failureSlotIndex to failureSlotDisplay
            move spaces to outputSourceLine
            string "    move ""M"" to SQL-FAIL-MASK(" trim(failureSlotDisplay) ":1)" delimited by size into outputSourceLine
            perform 394-write-generated-line
        end-if
    end-perform
    move "    call ""presqlFailRecord"" using SQLCA SQL-STAT-INFO" to outputSourceLine
    perform 394-write-generated-line
    move spaces to outputSourceLine
    string "        SQL-FAIL-INFO " trim(failureDescriptorName) delimited by size into outputSourceLine
    perform 394-write-generated-line
    move "end-if" to outputSourceLine
    perform 394-write-generated-line.

*>------------------------------------------------------------------------------
*> Marks the slots just bound for hostVarName (one, or every member of a
*> group) when presqlCatalog listed it for this statement.
*>------------------------------------------------------------------------------
39p-note-masked-slots.

    if not failureJournalIsOn or maskedBindingCount = zeros
        exit paragraph
    end-if

    perform varying maskedBindingIndex from 1 by 1 until maskedBindingIndex > maskedBindingCount
        if maskedBindingStatement(maskedBindingIndex) = numval(statementNumberWord) and
           maskedBindingName(maskedBindingIndex) = function lower-case(hostVarName)
            exit perform
        end-if
    end-perform
    if maskedBindingIndex > maskedBindingCount
        exit paragraph
    end-if

    add 1 to failureSlotsBefore giving failureSlotIndex
    perform varying failureSlotIndex from failureSlotIndex by 1
              until failureSlotIndex > hostVarBindCount or failureSlotIndex > failureMaskMax
        move "M" to failureMask(failureSlotIndex:1)
    end-perform.

*>------------------------------------------------------------------------------
*> Opens the prepare-once guard for the statement being translated: the
*> text move, bind count and OCSQL-PREPARE that follow only run the first
*>------------------------------------------------------------------------------
39b-begin-prepare-guard.

    perform 39r-emit-message-statement

    *> The runtime holds a single prepared-statement context, so skipping
    *> the prepare is only safe when this statement is also the one most
    *> recently prepared; SQL-CURRENT-STMT tracks that.

    set theGovernorIsOn to true.

*>------------------------------------------------------------------------------
*> Reads the .presql.masked list presqlCatalog wrote for this member under
*> -F. Its absence is fatal: the journal would otherwise carry sensitive
*> values in the clear.
*>------------------------------------------------------------------------------
1e-load-masked-bindings.

    move substitute(inputSourceFileName, ".presql.step2", ".presql.masked") to maskedBindingsFileName
    open input maskedBindingsFile
    if maskedBindingsFileStatus not = "00"
        string " (ERROR): PSQL0426E Masked bindings list " trim(maskedBindingsFileName) " cannot be opened (file-status " maskedBindingsFileStatus ")" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read maskedBindingsFile next record at end set maskedBindingsEof to true end-read
    perform until maskedBindingsEof
        if maskedBindingsLine not = spaces and maskedBindingCount < maskedBindingMax
            add 1 to maskedBindingCount
            move numval(getWord(maskedBindingsLine, firstWord)) to maskedBindingStatement(maskedBindingCount)
            move getWord(maskedBindingsLine, secondWord) to maskedBindingName(maskedBindingCount)
        end-if
        read maskedBindingsFile next record at end set maskedBindingsEof to true end-read
    end-perform
    close maskedBindingsFile.

*>------------------------------------------------------------------------------
*> Emits the timeout budget for the statement about to execute: its own
*> configured seconds, the global default otherwise. Always emitted while
*>------------------------------------------------------------------------------
39h-emit-guarded-call.

    perform 39r-emit-message-statement
    perform 39i-emit-timeout-budget

    if not retryIsOn
    perform 39e-emit-statistics-after
    perform 39l-emit-timeout-reset.

*>------------------------------------------------------------------------------
*> Keeps SQL-MSG-STMT on the statement about to reach the database, ahead
*> of its prepare or its call, so an application's error routine can hand
*> SQL-MSG-INFO to presqlSqlMessage and get the failing statement's own
*> number and text back without knowing either.
*>------------------------------------------------------------------------------
39r-emit-message-statement.

    if messageStatementWord = statementNumberWord
        exit paragraph
    end-if
    move spaces to outputSourceLine
    string "move " trim(statementNumberWord) " to SQL-MSG-STMT" delimited by size into outputSourceLine
    perform 394-write-generated-line
    move statementNumberWord to messageStatementWord.

*>------------------------------------------------------------------------------
*> Zeroes the budget again once the governed call is behind: the calls
*> that never go through the guarded emitter (prepares under the
*>------------------------------------------------------------------------------
395-emit-whenever-checks.

    perform 39o-emit-failure-journal
    perform 39q-emit-date-conversions-out

    if wheneverSqlErrorIsGoto
        move spaces to outputSourceLine
        string "if SQLCODE < 0 go to " trim(wheneverSqlErrorLabel) delimited by size into outputSourceLine
        perform 394-write-generated-line
    end-if.

*>------------------------------------------------------------------------------
*> After a successful call, each date/time slot the call filled (the
*> first testOutputSlots) is converted from its ISO text back into the
*> program's field: the mask's parts from their ISO positions and its
*> separators as written. The statement's slots are then forgotten, so
*> a later call in the same statement does not convert them again.
*>------------------------------------------------------------------------------
39q-emit-date-conversions-out.

    move zeros to dateSlotOutputs
    perform varying dateSlotIndex from 1 by 1 until dateSlotIndex > dateSlotCount
        if dateSlotNumber(dateSlotIndex) <= testOutputSlots
            add 1 to dateSlotOutputs
        end-if
    end-perform
    if dateSlotOutputs = zeros
        move zeros to dateSlotCount
        exit paragraph
    end-if

    move "if SQLCODE >= 0 and SQLCODE not = 100" to outputSourceLine
    perform 394-write-generated-line
    perform varying dateSlotIndex from 1 by 1 until dateSlotIndex > dateSlotCount
        if dateSlotNumber(dateSlotIndex) <= testOutputSlots
            move dateSlotFormat(dateSlotIndex) to dateFormatIndex
            move dateSlotNumber(dateSlotIndex) to dateSlotDisplay
            move lower-case(dateFormatMask(dateFormatIndex)) to dateMaskLower
            move zeros to dateMaskHoursSeen
            move 1 to dateMaskScan
            perform until dateMaskScan > dateFormatMaskLength(dateFormatIndex)
                perform 34f-read-date-mask-token
                move dateMaskScan to dateScanDisplay
                move dateTokenLength to dateTokenLengthDisplay
                move dateTokenIsoPosition to dateIsoPositionDisplay
                move spaces to outputSourceLine
                if dateTokenIsoPosition > zeros
                    string "    move SQL-DATE-ISO(" trim(dateSlotDisplay) ") (" trim(dateIsoPositionDisplay) ":" trim(dateTokenLengthDisplay) ") to " trim(dateSlotReference(dateSlotIndex)) " (" trim(dateScanDisplay) ":" trim(dateTokenLengthDisplay) ")" delimited by size into outputSourceLine
                else
                    if dateFormatMask(dateFormatIndex)(dateMaskScan:1) = quote
                        string "    move quote to " trim(dateSlotReference(dateSlotIndex)) " (" trim(dateScanDisplay) ":1)" delimited by size into outputSourceLine
                    else
                        string "    move """ dateFormatMask(dateFormatIndex)(dateMaskScan:1) """ to " trim(dateSlotReference(dateSlotIndex)) " (" trim(dateScanDisplay) ":1)" delimited by size into outputSourceLine
                    end-if
                end-if
                perform 394-write-generated-line
                add dateTokenLength to dateMaskScan
            end-perform
        end-if
    end-perform
    move "end-if" to outputSourceLine
    perform 394-write-generated-line
    move zeros to dateSlotCount.

*>------------------------------------------------------------------------------
*> Reconciles the full DECLARE/OPEN/FETCH/CLOSE lifecycle once the whole
*> program has been translated, and writes the mismatches to a
    end-if

    move substitute(inputSourceFileName, ".presql.step2", ".presql.cursors") to cursorReportFileName
    if cursorReportWasStarted
        open extend cursorReportFile
    else
        open output cursorReportFile
    end-if
    if cursorReportFileStatus not = "00"
        string " (ERROR): PSQL0411E Opening " trim(cursorReportFileName) " failed with file-status " cursorReportFileStatus delimited by size into logText
        perform 90-write-log
    end-if

    move spaces to cursorReportLine
    if programUnitCount > zeros
        string "Cursor lifecycle report for " trim(inputSourceFileName) " program " trim(programUnitName) delimited by size into cursorReportLine
    else
        string "Cursor lifecycle report for " trim(inputSourceFileName) delimited by size into cursorReportLine
    end-if
    write cursorReportLine
    set cursorReportWasStarted to true

    perform varying cursorIndex from 1 by 1 until cursorIndex > cursorCount
        if cursorOpenedFlag(cursorIndex) = zeros
    end-if

    move substitute(inputSourceFileName, ".presql.step2", ".presql.trans") to transReportFileName
    if transReportWasStarted
        open extend transReportFile
    else
        open output transReportFile
    end-if
    if transReportFileStatus not = "00"
        string " (ERROR): PSQL0420E Opening " trim(transReportFileName) " failed with file-status " transReportFileStatus delimited by size into logText
        perform 90-write-log
    end-if

    move spaces to transReportLine
    if programUnitCount > zeros
        string "Transaction hygiene report for " trim(inputSourceFileName) " program " trim(programUnitName) delimited by size into transReportLine
    else
        string "Transaction hygiene report for " trim(inputSourceFileName) delimited by size into transReportLine
    end-if
    write transReportLine
    set transReportWasStarted to true

    if dataChangeCount > zeros and commitCount = zeros and rollbackCount = zeros
        move dataChangeCount to dataChangeDisplay
    perform 90-write-log
    set thereWasALifecycleMiss to true.

*>------------------------------------------------------------------------------
*> Traces the text of every dynamic statement of the program back to the
*> data it is built from, one report section per program. Each statement
*> is listed, with every input item that reaches its text and the moves
*> that carry it there; a statement whose text takes input is logged as
*> a warning at its own line.
*>------------------------------------------------------------------------------
58-trace-dynamic-text.

    if dynamicTextCount = zeros
        exit paragraph
    end-if

    move substitute(inputSourceFileName, ".presql.step2", ".presql.injection") to injectionReportFileName
    if injectionReportWasStarted
        open extend injectionReportFile
    else
        open output injectionReportFile
    end-if
    if injectionReportFileStatus not = "00"
        string " (ERROR): PSQL0427E Opening " trim(injectionReportFileName) " failed with file-status " injectionReportFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move spaces to injectionReportLine
    if programUnitCount > zeros
        string "Dynamic SQL injection report for " trim(inputSourceFileName) " program " trim(programUnitName) delimited by size into injectionReportLine
    else
        string "Dynamic SQL injection report for " trim(inputSourceFileName) delimited by size into injectionReportLine
    end-if
    write injectionReportLine
    set injectionReportWasStarted to true

    set thereWasAnInjectionFinding to false
    perform 58a-trace-one-statement
        varying dynamicTextIndex from 1 by 1
          until dynamicTextIndex > dynamicTextCount

    if not thereWasAnInjectionFinding
        move "No dynamic statement text is built from input data" to injectionReportLine
        write injectionReportLine
    end-if

    close injectionReportFile
    if runningModeIsVerbose
        string " (info): Wrote dynamic SQL injection report to " trim(injectionReportFileName) delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> One dynamic statement: its text variable is the first item of the
*> trace, and every item moved into an item of the trace joins it, until
*> no new item turns up.
*>------------------------------------------------------------------------------
58a-trace-one-statement.

    move spaces to injectionReportLine
    write injectionReportLine
    move spaces to injectionReportLine
    string "Statement " trim(dynamicTextStatement(dynamicTextIndex)) ": " trim(dynamicTextKind(dynamicTextIndex)) " at " trim(dynamicTextOrigin(dynamicTextIndex)) delimited by size into injectionReportLine
    write injectionReportLine

    move 1 to traceCount
    move dynamicTextName(dynamicTextIndex) to traceName(1)
    move zeros to traceVia(1)
    move zeros to traceParent(1)
    move zeros to traceFindingCount
    move spaces to injectionFieldList

    perform 58b-trace-one-item
        varying traceIndex from 1 by 1
          until traceIndex > traceCount

    if traceFindingCount = zeros
        move "    No input data reaches its text" to injectionReportLine
        write injectionReportLine
        exit paragraph
    end-if

    set thereWasAnInjectionFinding to true
    move spaces to logText
    string " (WARNING): PSQL0428W Statement " trim(dynamicTextStatement(dynamicTextIndex)) ": the text of " trim(dynamicTextKind(dynamicTextIndex)) " is built from input data (" trim(injectionFieldList) ") instead of parameter markers" delimited by size into logText
    move dynamicTextOrigin(dynamicTextIndex) to diagOriginText
    perform 95-write-diag-record
    perform 90-write-log
    set thereWasALifecycleMiss to true.

*>------------------------------------------------------------------------------
*> One item of the trace: an input item is a finding and is followed no
*> further; otherwise every move into it (or into its group, or into one
*> of its members) adds its sending item to the trace, and a READ or
*> ACCEPT into it is a finding.
*>------------------------------------------------------------------------------
58b-trace-one-item.

    move traceName(traceIndex) to traceItemName
    move spaces to traceItemOwner
    move traceItemName to dataFlowWord
    perform 59i-find-the-item
    if dataItemFound > zeros
        move dataItemOwner(dataItemFound) to traceItemOwner
        if dataItemSection(dataItemFound) not = "W"
            move traceItemName to traceFindingItem
            move spaces to traceFindingText
            evaluate dataItemSection(dataItemFound)
                when "F"
                    string trim(traceItemName) " (file record declared at " trim(dataItemOrigin(dataItemFound)) ")" delimited by size into traceFindingText
                when "L"
                    string trim(traceItemName) " (linkage item declared at " trim(dataItemOrigin(dataItemFound)) ")" delimited by size into traceFindingText
                when other
                    string trim(traceItemName) " (screen item declared at " trim(dataItemOrigin(dataItemFound)) ")" delimited by size into traceFindingText
            end-evaluate
            perform 58c-report-the-finding
            exit paragraph
        end-if
    end-if

    perform varying dataFlowIndex from 1 by 1 until dataFlowIndex > dataFlowCount
        if flowTarget(dataFlowIndex) = traceItemName or
           flowTargetOwner(dataFlowIndex) = traceItemName or
           (traceItemOwner not = spaces and flowTarget(dataFlowIndex) = traceItemOwner)
            if flowSource(dataFlowIndex) = spaces
                move flowTarget(dataFlowIndex) to traceFindingItem
                move spaces to traceFindingText
                string trim(flowTarget(dataFlowIndex)) " (" trim(flowVerb(dataFlowIndex)) " at " trim(flowOrigin(dataFlowIndex)) ")" delimited by size into traceFindingText
                perform 58c-report-the-finding
            else
                perform 58d-add-to-the-trace
            end-if
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> One input item reaching the text, then the moves that carry it there,
*> from the item up to the statement's text variable.
*>------------------------------------------------------------------------------
58c-report-the-finding.

    add 1 to traceFindingCount
    move spaces to injectionReportLine
    string "    Input: " trim(traceFindingText) delimited by size into injectionReportLine
    write injectionReportLine

    if injectionFieldList = spaces
        move traceFindingItem to injectionFieldList
    else
        if stored-char-length(injectionFieldList) + stored-char-length(traceFindingItem) < 150
            move concatenate(trim(injectionFieldList), ", ", trim(traceFindingItem)) to injectionFieldList
        end-if
    end-if

    move traceIndex to traceChainIndex
    perform until traceParent(traceChainIndex) = zeros
        move traceVia(traceChainIndex) to dataFlowIndex
        move spaces to injectionReportLine
        string "        into " trim(flowTarget(dataFlowIndex)) " by " trim(flowVerb(dataFlowIndex)) " at " trim(flowOrigin(dataFlowIndex)) delimited by size into injectionReportLine
        write injectionReportLine
        move traceParent(traceChainIndex) to traceChainIndex
    end-perform.

*>------------------------------------------------------------------------------
*> The sending item of the move in dataFlowIndex joins the trace, unless
*> it is already in it.
*>------------------------------------------------------------------------------
58d-add-to-the-trace.

    perform varying traceLookIndex from 1 by 1 until traceLookIndex > traceCount
        if traceName(traceLookIndex) = flowSource(dataFlowIndex)
            exit paragraph
        end-if
    end-perform
    if traceCount < traceMax
        add 1 to traceCount
        move flowSource(dataFlowIndex) to traceName(traceCount)
        move dataFlowIndex to traceVia(traceCount)
        move traceIndex to traceParent(traceCount)
    end-if.

*>------------------------------------------------------------------------------
*> Books the dynamic statement being translated (described in dataFlowVerb,
*> its text variable in hostVarName) for the trace at end of program.
*>------------------------------------------------------------------------------
58e-note-dynamic-text.

    *> An EXEC SQL block is a statement of its own: whatever the scan was
    *> in the middle of has ended.
    move zeros to dataFlowMode
    move zeros to dataFlowSkipWords

    if dynamicTextCount >= dynamicTextMax
        exit paragraph
    end-if
    add 1 to dynamicTextCount
    move statementNumberWord to dynamicTextStatement(dynamicTextCount)
    move dataFlowVerb to dynamicTextKind(dynamicTextCount)
    move spaces to dynamicTextName(dynamicTextCount)
    unstring upper-case(hostVarName) delimited by space or "("
        into dynamicTextName(dynamicTextCount)
    end-unstring
    perform 59e-take-the-origin
    move dataFlowOrigin to dynamicTextOrigin(dynamicTextCount).

*>------------------------------------------------------------------------------
*> Scans one source line copied through: the division and section
*> headers, the data items declared, and the words of the procedure
*> division's statements.
*>------------------------------------------------------------------------------
59-scan-for-data-flow.

    move spaces to dataFlowCode
    if sourceFormatIsFixed
        if inputSourceLine(7:1) = "*" or inputSourceLine(7:1) = "/"
            exit paragraph
        end-if
        move inputSourceLine(8:65) to dataFlowCode
    else
        move inputSourceLine to dataFlowCode
    end-if
    *> An inline comment ends the code on the line.
    move zeros to dataFlowCharIndex
    inspect dataFlowCode tallying dataFlowCharIndex for characters before initial "*>"
    if dataFlowCharIndex < length of dataFlowCode
        move spaces to dataFlowCode(dataFlowCharIndex + 1:)
    end-if
    if dataFlowCode = spaces
        exit paragraph
    end-if

    move lower-case(trim(dataFlowCode)) to dataFlowCodeLower
    move spaces to dataFlowLevelWord
    move spaces to dataFlowNameWord
    unstring dataFlowCodeLower delimited by all spaces or "."
        into dataFlowLevelWord dataFlowNameWord
    end-unstring

    evaluate true
        when dataFlowLevelWord = "procedure" and dataFlowNameWord = "division"
            set scanIsInProcedure to true
            move zeros to dataFlowMode
            exit paragraph
        when (dataFlowLevelWord = "identification" or dataFlowLevelWord = "id") and
             dataFlowNameWord = "division"
            set scanIsInProcedure to false
            move spaces to dataFlowSection
            exit paragraph
        when dataFlowNameWord = "section" and not scanIsInProcedure
            evaluate dataFlowLevelWord
                when "file"    set sectionIsFile to true
                when "linkage" set sectionIsLinkage to true
                when "screen"  set sectionIsScreen to true
                when other     set sectionIsStorage to true
            end-evaluate
            exit paragraph
        when other
            continue
    end-evaluate

    if scanIsInProcedure
        perform 59a-split-the-code
    else
        if dataFlowSection not = spaces
            perform 59d-note-data-item
        end-if
    end-if.

*>------------------------------------------------------------------------------
*> Splits the code of a procedure division line into words: a literal is
*> one word (standing for no data item), parentheses, colons and commas
*> separate words, and a closing period is a word of its own.
*>------------------------------------------------------------------------------
59a-split-the-code.

    move spaces to dataFlowWord
    move zeros to dataFlowWordLength
    move stored-char-length(dataFlowCode) to dataFlowCodeLength
    move 1 to dataFlowCharIndex
    perform until dataFlowCharIndex > dataFlowCodeLength
        move dataFlowCode(dataFlowCharIndex:1) to dataFlowChar
        evaluate true
            when dataFlowChar = "'" or dataFlowChar = '"'
                perform 59b-take-one-word
                perform 59f-skip-the-literal
                move "'" to dataFlowWord
                perform 59b-take-one-word
            when dataFlowChar = space or dataFlowChar = x"09" or
                 dataFlowChar = "," or dataFlowChar = ";" or
                 dataFlowChar = "(" or dataFlowChar = ")" or dataFlowChar = ":"
                perform 59b-take-one-word
            when dataFlowChar = "." and
                 (dataFlowCharIndex = dataFlowCodeLength or
                  dataFlowCode(dataFlowCharIndex + 1:1) = space)
                perform 59b-take-one-word
                move "." to dataFlowWord
                perform 59b-take-one-word
            when other
                if dataFlowWordLength < length of dataFlowWord
                    add 1 to dataFlowWordLength
                    move dataFlowChar to dataFlowWord(dataFlowWordLength:1)
                end-if
        end-evaluate
        add 1 to dataFlowCharIndex
    end-perform
    perform 59b-take-one-word.

*>------------------------------------------------------------------------------
*> Hands the word gathered so far to the statement it takes part in.
*>------------------------------------------------------------------------------
59b-take-one-word.

    if dataFlowWord not = spaces
        move upper-case(dataFlowWord) to dataFlowWord
        perform 59c-follow-the-word
    end-if
    move spaces to dataFlowWord
    move zeros to dataFlowWordLength.

*>------------------------------------------------------------------------------
*> Follows the statements that move data: MOVE's sending items up to TO
*> and receiving items after it, STRING's up to INTO and the one after,
*> UNSTRING's sending item and its INTO items, READ ... INTO and ACCEPT
*> (outside input, unless ACCEPT takes the date or the time). Any other
*> verb, or the period, ends the statement being followed.
*>------------------------------------------------------------------------------
59c-follow-the-word.

    if dataFlowWord = "."
        move zeros to dataFlowMode
        move zeros to dataFlowSkipWords
        exit paragraph
    end-if
    if dataFlowSkipWords > zeros
        subtract 1 from dataFlowSkipWords
        exit paragraph
    end-if

    evaluate dataFlowWord
        when "MOVE"
            set flowModeIsMoveFrom to true
            move zeros to pendingSourceCount
            move "MOVE" to dataFlowVerb
            exit paragraph
        when "STRING"
            set flowModeIsStringFrom to true
            move zeros to pendingSourceCount
            move "STRING" to dataFlowVerb
            exit paragraph
        when "UNSTRING"
            set flowModeIsUnstringFrom to true
            move zeros to pendingSourceCount
            move "UNSTRING" to dataFlowVerb
            exit paragraph
        when "READ"
        when "RETURN"
            set flowModeIsReadFile to true
            move spaces to dataFlowReadFile
            exit paragraph
        when "ACCEPT"
            set flowModeIsAcceptInto to true
            move "ACCEPT" to dataFlowVerb
            exit paragraph
        when "IF" when "ELSE" when "END-IF" when "EVALUATE" when "WHEN"
        when "END-EVALUATE" when "PERFORM" when "END-PERFORM" when "UNTIL"
        when "VARYING" when "DISPLAY" when "CALL" when "COMPUTE" when "ADD"
        when "SUBTRACT" when "MULTIPLY" when "DIVIDE" when "GO" when "EXIT"
        when "STOP" when "GOBACK" when "SET" when "INITIALIZE" when "INSPECT"
        when "WRITE" when "REWRITE" when "DELETE" when "START" when "OPEN"
        when "CLOSE" when "CONTINUE" when "SEARCH" when "END-SEARCH"
        when "RELEASE" when "SORT" when "MERGE" when "CANCEL"
        when "END-STRING" when "END-UNSTRING" when "END-READ" when "END-RETURN"
        when "END-ACCEPT" when "NOT" when "AT" when "END" when "INVALID"
        when "ON" when "OVERFLOW" when "EXCEPTION" when "WITH" when "POINTER"
        when "TALLYING" when "THEN"
            move zeros to dataFlowMode
            exit paragraph
        when "OF"
        when "IN"
            if not flowModeIsUnstringExtra
                move 1 to dataFlowSkipWords
                exit paragraph
            end-if
        when other
            continue
    end-evaluate

    perform 59g-check-the-name

    evaluate true
        when flowModeIsMoveFrom
            if dataFlowWord = "TO"
                set flowModeIsMoveTo to true
            else
                if theWordIsADataName
                    perform 59j-add-pending-source
                end-if
            end-if
        when flowModeIsMoveTo
            if theWordIsADataName
                perform 59h-add-the-flows
            end-if
        when flowModeIsStringFrom
            evaluate true
                when dataFlowWord = "DELIMITED"
                    set flowModeIsDelimiter to true
                when dataFlowWord = "INTO"
                    set flowModeIsStringInto to true
                when theWordIsADataName
                    perform 59j-add-pending-source
                when other
                    continue
            end-evaluate
        when flowModeIsDelimiter
            *> DELIMITED [BY] [ALL] <operand>: the operand sends nothing.
            if dataFlowWord not = "BY" and dataFlowWord not = "ALL"
                set flowModeIsStringFrom to true
            end-if
        when flowModeIsStringInto
            if theWordIsADataName
                perform 59h-add-the-flows
                move zeros to dataFlowMode
            end-if
        when flowModeIsUnstringFrom
            if dataFlowWord = "INTO"
                set flowModeIsUnstringInto to true
            else
                if theWordIsADataName and pendingSourceCount = zeros
                    perform 59j-add-pending-source
                end-if
            end-if
        when flowModeIsUnstringInto
            if dataFlowWord = "DELIMITER" or dataFlowWord = "COUNT"
                set flowModeIsUnstringExtra to true
            else
                if theWordIsADataName
                    perform 59h-add-the-flows
                end-if
            end-if
        when flowModeIsUnstringExtra
            *> DELIMITER [IN] <item> / COUNT [IN] <item> receive no text.
            if dataFlowWord not = "IN"
                set flowModeIsUnstringInto to true
            end-if
        when flowModeIsReadFile
            if dataFlowWord = "INTO"
                set flowModeIsReadInto to true
            else
                if dataFlowReadFile = spaces and theWordIsADataName
                    move dataFlowWord to dataFlowReadFile
                end-if
            end-if
        when flowModeIsReadInto
            if theWordIsADataName
                move spaces to dataFlowVerb
                string "READ " trim(dataFlowReadFile) delimited by size into dataFlowVerb
                perform 59k-add-the-input-flow
                move zeros to dataFlowMode
            end-if
        when flowModeIsAcceptInto
            if theWordIsADataName
                perform 59k-add-the-input-flow
                set flowModeIsAcceptFrom to true
            end-if
        when flowModeIsAcceptFrom
            if dataFlowWord = "FROM"
                set flowModeIsAcceptDevice to true
            else
                move zeros to dataFlowMode
            end-if
        when flowModeIsAcceptDevice
            evaluate dataFlowWord
                when "DATE" when "TIME" when "DAY" when "DAY-OF-WEEK"
                when "ESCAPE" when "CRT" when "USER"
                    *> Not outside input after all.
                    if dataFlowCount > zeros and flowSource(dataFlowCount) = spaces
                        subtract 1 from dataFlowCount
                    end-if
                when other
                    if dataFlowCount > zeros and flowSource(dataFlowCount) = spaces
                        move spaces to flowVerb(dataFlowCount)
                        string "ACCEPT FROM " trim(dataFlowWord) delimited by size into flowVerb(dataFlowCount)
                    end-if
            end-evaluate
            move zeros to dataFlowMode
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> Notes the data item a data division line declares, with its section
*> and its 01 level. Condition names and FILLER are not items of their
*> own.
*>------------------------------------------------------------------------------
59d-note-data-item.

    evaluate true
        when dataFlowLevelWord(1:2) is numeric and dataFlowLevelWord(3:) = spaces
            move dataFlowLevelWord(1:2) to dataFlowLevel
        when dataFlowLevelWord(1:1) is numeric and dataFlowLevelWord(2:) = spaces
            move dataFlowLevelWord(1:1) to dataFlowLevel
        when other
            exit paragraph
    end-evaluate
    if dataFlowLevel = zeros or dataFlowLevel = 88 or
       (dataFlowLevel > 49 and dataFlowLevel not = 66 and dataFlowLevel not = 77)
        exit paragraph
    end-if

    move upper-case(dataFlowNameWord) to dataFlowWord
    if dataFlowLevel = 1 or dataFlowLevel = 77
        if dataFlowWord = "FILLER" or dataFlowWord = spaces
            move spaces to dataFlowOwner
            exit paragraph
        end-if
        move dataFlowWord to dataFlowOwner
        move spaces to dataFlowTargetOwner
    else
        if dataFlowWord = "FILLER" or dataFlowWord = spaces
            exit paragraph
        end-if
        move dataFlowOwner to dataFlowTargetOwner
    end-if

    if dataItemCount >= dataItemMax
        perform 59l-log-the-limit
        exit paragraph
    end-if
    add 1 to dataItemCount
    move dataFlowWord to dataItemName(dataItemCount)
    move dataFlowTargetOwner to dataItemOwner(dataItemCount)
    move dataFlowSection to dataItemSection(dataItemCount)
    perform 59e-take-the-origin
    move dataFlowOrigin to dataItemOrigin(dataItemCount)
    move spaces to dataFlowWord.

*>------------------------------------------------------------------------------
*> Where the current line came from: its place in the original source
*> when the source map is carried, its line in this step's input if not.
*>------------------------------------------------------------------------------
59e-take-the-origin.

    if theMapIsActive
        move currentOriginText to dataFlowOrigin
    else
        move currentLineNumber to currentLineDisplay
        move spaces to dataFlowOrigin
        string trim(inputSourceFileName) ":" trim(currentLineDisplay) delimited by size into dataFlowOrigin
    end-if.

*>------------------------------------------------------------------------------
*> Moves dataFlowCharIndex onto the quote that closes the literal it is
*> on; a doubled quote inside the literal is part of it.
*>------------------------------------------------------------------------------
59f-skip-the-literal.

    move dataFlowChar to dataFlowQuote
    add 1 to dataFlowCharIndex
    perform until dataFlowCharIndex > dataFlowCodeLength
        if dataFlowCode(dataFlowCharIndex:1) = dataFlowQuote
            if dataFlowCharIndex < dataFlowCodeLength and
               dataFlowCode(dataFlowCharIndex + 1:1) = dataFlowQuote
                add 1 to dataFlowCharIndex
            else
                exit perform
            end-if
        end-if
        add 1 to dataFlowCharIndex
    end-perform.

*>------------------------------------------------------------------------------
*> A word names a data item when it starts with a letter and is none of
*> the words a sending or receiving operand is written with.
*>------------------------------------------------------------------------------
59g-check-the-name.

    set theWordIsADataName to false
    if dataFlowWord(1:1) < "A" or dataFlowWord(1:1) > "Z"
        exit paragraph
    end-if
    evaluate dataFlowWord
        when "TO" when "INTO" when "FROM" when "BY" when "OF" when "IN"
        when "DELIMITED" when "DELIMITER" when "COUNT" when "SIZE" when "ALL"
        when "OR" when "AND" when "CORRESPONDING" when "CORR" when "FUNCTION"
        when "LENGTH" when "ADDRESS" when "NEXT" when "RECORD" when "KEY"
        when "SPACE" when "SPACES" when "ZERO" when "ZEROS" when "ZEROES"
        when "LOW-VALUE" when "LOW-VALUES" when "HIGH-VALUE" when "HIGH-VALUES"
        when "QUOTE" when "QUOTES" when "NULL" when "NULLS" when "OMITTED"
            continue
        when other
            set theWordIsADataName to true
    end-evaluate.

*>------------------------------------------------------------------------------
*> One move from each pending sending item into the item in dataFlowWord.
*>------------------------------------------------------------------------------
59h-add-the-flows.

    perform 59e-take-the-origin
    perform 59i-find-the-item
    move spaces to dataFlowTargetOwner
    if dataItemFound > zeros
        move dataItemOwner(dataItemFound) to dataFlowTargetOwner
    end-if

    perform varying pendingSourceIndex from 1 by 1 until pendingSourceIndex > pendingSourceCount
        if dataFlowCount >= dataFlowMax
            perform 59l-log-the-limit
            exit paragraph
        end-if
        add 1 to dataFlowCount
        move dataFlowWord to flowTarget(dataFlowCount)
        move dataFlowTargetOwner to flowTargetOwner(dataFlowCount)
        move pendingSource(pendingSourceIndex) to flowSource(dataFlowCount)
        move dataFlowVerb to flowVerb(dataFlowCount)
        move dataFlowOrigin to flowOrigin(dataFlowCount)
    end-perform.

*>------------------------------------------------------------------------------
*> Looks dataFlowWord up among the items declared; dataItemFound is zero
*> when it is none of them.
*>------------------------------------------------------------------------------
59i-find-the-item.

    move zeros to dataItemFound
    perform varying dataItemIndex from 1 by 1 until dataItemIndex > dataItemCount
        if dataItemName(dataItemIndex) = dataFlowWord
            move dataItemIndex to dataItemFound
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Keeps the item in dataFlowWord as a sending item of the statement.
*>------------------------------------------------------------------------------
59j-add-pending-source.

    if pendingSourceCount < pendingSourceMax
        add 1 to pendingSourceCount
        move dataFlowWord to pendingSource(pendingSourceCount)
    end-if.

*>------------------------------------------------------------------------------
*> The item in dataFlowWord takes outside input (READ ... INTO, ACCEPT).
*>------------------------------------------------------------------------------
59k-add-the-input-flow.

    move zeros to pendingSourceCount
    perform 59j-add-pending-source
    perform 59h-add-the-flows
    if dataFlowCount > zeros and flowTarget(dataFlowCount) = dataFlowWord
        move spaces to flowSource(dataFlowCount)
    end-if.

*>------------------------------------------------------------------------------
*> Warned once per program: the item or move table is full, so the trace
*> may miss what the rest of the program does.
*>------------------------------------------------------------------------------
59l-log-the-limit.

    if not injectionLimitWasLogged
        move dataFlowMax to injectionFindingDisplay
        string " (WARNING): PSQL0429W More than " trim(injectionFindingDisplay) " data items or moves in the program; dynamic SQL text is traced through the first ones only" delimited by size into logText
        perform 90-write-log
        set injectionLimitWasLogged to true
        set thereWasALifecycleMiss to true
    end-if.

*>------------------------------------------------------------------------------
*> Close input and output program
*>------------------------------------------------------------------------------
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    if messageOptionsFileName not = spaces
        set dispositionIsKeep to true
        call "presqlMessages" using messageOptionsFileName, logText, messageDisposition
