*> validation database named with -u, so SQL only the real engine can judge
*> fails the precompile with the engine's own error text instead of reaching
*> the integration environment.
*> Each statement's access plan is written to the .presql.explain report
*> and held against the plan accepted for it in the plan baseline, so a
*> statistics refresh or schema change that flips an indexed access into a
*> scan is flagged at precompile; presqlPlanBaseline accepts new plans.
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
    organization is line sequential
    file status is explainReportFileStatus.

    *> The accepted access plans, one per program and statement text
    *> fingerprint, that each run's plans are held against; the latest
    *> plan that differs waits beside the accepted one until a DBA takes
    *> it with presqlPlanBaseline.
    select planBaselineFile assign to planBaselineFileName
    organization is indexed
    access mode is random
    record key is planBaselineKey
    file status is planBaselineFileStatus.

*>===============================================================================
data division.
*>===============================================================================
fd explainReportFile.
01 explainReportLine            pic x(255).

fd planBaselineFile.
01 planBaselineRecord.
    03 planBaselineKey.
        05 planProgramName      pic x(255).
        05 planStatementFingerprint pic 9(010).
    03 planStatementNumber      pic 9(003).
    *> The accepted plan: full scan (1) or not, the join method named
    *> first in the plan, the worst row estimate, who took it and when.
    03 acceptedPlan.
        05 acceptedScanFlag     pic 9(001).
        05 acceptedJoinMethod   pic x(020).
        05 acceptedRows         pic 9(009).
        05 acceptedDate         pic x(008).
        05 acceptedTime         pic x(006).
        05 acceptedBy           pic x(032).
        05 acceptedPlanText     pic x(1000).
    *> The latest plan that differs from the accepted one, and whether
    *> it was flagged as a regression.
    03 candidatePlan.
        05 candidateState       pic 9(001).
            88 aCandidateIsPending value 1 false 0.
        05 candidateRegressionFlag pic 9(001).
            88 theCandidateRegressed value 1 false 0.
        05 candidateScanFlag    pic 9(001).
        05 candidateJoinMethod  pic x(020).
        05 candidateRows        pic 9(009).
        05 candidateRunId       pic x(020).
        05 candidateDate        pic x(008).
        05 candidateTime        pic x(006).
        05 candidatePlanText    pic x(1000).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
    03 planRowsDigitCount       binary-short unsigned value zeros.
    03 planRowsValue            pic 9(009) value zeros.
    03 planWorstRows            pic 9(009) value zeros.
    03 planJoinMethod           pic x(020) value spaces.

*>------------------------------------------------------------------------------
*> The plan baseline (PRESQL_PLAN_BASELINE, presql.planbase when not set):
*> each plan is held against the accepted one for its program and
*> statement text, and flagged when it adds a full scan, changes the
*> join method, or multiplies the row estimate by more than the factor
*> in PRESQL_PLAN_ROWS_FACTOR (10 when not set). A statement's first
*> plan becomes its accepted plan.
*>------------------------------------------------------------------------------
01 planBaselineControls.
    03 planBaselineFileName     pic x(255) value spaces.
    03 planBaselineFileStatus   pic x(002) value spaces.
        88 planBaselineNotFound value "35" false "00".
    03 planBaselineState        pic 9(001) value zeros.
        88 theBaselineIsOpen    value 1    false 0.
    03 planBaselineProgram      pic x(255) value spaces.
    03 planFingerprint          pic 9(010) value zeros.
    03 planFingerprintIndex     binary-short unsigned value zeros.
    03 rowsFactorText           pic x(012) value spaces.
    03 rowsJumpFactor           pic 9(005) value zeros.
    03 rowsJumpCeiling          pic 9(015) value zeros.
    03 planRegressionState      pic 9(001) value zeros.
        88 thePlanRegressed     value 1    false 0.
    03 planNowStamp             pic x(021) value spaces.
    03 planJoinShown            pic x(020) value spaces.
    03 planAcceptedJoinShown    pic x(020) value spaces.
    03 planAcceptedRowsShown    pic 9(009) value zeros.

*>------------------------------------------------------------------------------
*> The resolved connection: -u names a credentials file holding one
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
    03 validateSourceFileName   pic x(255)  value spaces.
        string "Access plan report for " trim(inputSourceFileName) delimited by size into explainReportLine
        write explainReportLine
    end-if
    perform 26-open-the-plan-baseline

    read statementSource next record at end set statementSourceEof to true end-read
    perform until statementSourceEof
    close statementSource
    if theReportIsOpen
        close explainReportFile
    end-if
    if theBaselineIsOpen
        close planBaselineFile
    end-if.

*>------------------------------------------------------------------------------
        string " (WARNING): PSQL0708W Statement " statementNumber " runs a full-table scan over an estimated " planWorstRows " rows on the validation database" delimited by size into logText
        perform 90-write-log
        set thereWasAPlanWarning to true
    end-if

    if theBaselineIsOpen
        perform 27-check-plan-against-baseline
    end-if.

*>------------------------------------------------------------------------------
*> Opens the plan baseline for the run, creating it on first use the way
*> presqlCatalog creates the where-used index. A baseline that cannot be
*> opened leaves the plans uncompared, with a warning, rather than
*> failing a validation that has otherwise passed.
*>------------------------------------------------------------------------------
26-open-the-plan-baseline.

    display "PRESQL_PLAN_BASELINE" upon environment-name
    accept planBaselineFileName from environment-value
    if planBaselineFileName = spaces
        move "presql.planbase" to planBaselineFileName
    end-if
    display "PRESQL_PLAN_ROWS_FACTOR" upon environment-name
    accept rowsFactorText from environment-value
    if rowsFactorText = spaces
        move 10 to rowsJumpFactor
    else
        move numval(rowsFactorText) to rowsJumpFactor
    end-if

    *> The program is keyed by its source, as the where-used index keys it.
    move trim(substitute(inputSourceFileName, ".presql.step3", " ")) to planBaselineProgram

    open i-o planBaselineFile
    if planBaselineNotFound
        open output planBaselineFile
        close planBaselineFile
        open i-o planBaselineFile
    end-if
    if planBaselineFileStatus not = "00"
        string " (WARNING): PSQL0709W Opening plan baseline " trim(planBaselineFileName) " failed with file-status " planBaselineFileStatus "; plans were not compared" delimited by size into logText
        perform 90-write-log
        set thereWasAPlanWarning to true
        exit paragraph
    end-if
    set theBaselineIsOpen to true.

*>------------------------------------------------------------------------------
*> Holds the plan just captured against the accepted plan for the same
*> program and statement text. A new full scan, a changed join method or
*> a row estimate past the jump factor is a regression, warned and marked
*> in the report; any plan that differs from the accepted one is kept as
*> the candidate a DBA can accept with presqlPlanBaseline.
*>------------------------------------------------------------------------------
27-check-plan-against-baseline.

    perform 28-summarize-the-plan

    move spaces to planBaselineRecord
    move planBaselineProgram to planProgramName
    move planFingerprint to planStatementFingerprint
    read planBaselineFile
        invalid key
            perform 29-seed-the-baseline
            exit paragraph
    end-read

    set thePlanRegressed to false
    move planJoinMethod to planJoinShown
    if planJoinShown = spaces
        move "(none)" to planJoinShown
    end-if
    move acceptedJoinMethod to planAcceptedJoinShown
    if planAcceptedJoinShown = spaces
        move "(none)" to planAcceptedJoinShown
    end-if
    move acceptedRows to planAcceptedRowsShown

    if planHasFullScan = 1 and acceptedScanFlag = zeros
        set thePlanRegressed to true
        move spaces to explainReportLine
        string "    *** regression: a full-table scan the accepted plan does not have" delimited by size into explainReportLine
        write explainReportLine
        move spaces to logText
        string " (WARNING): PSQL0710W Statement " statementNumber " now plans a full-table scan; the accepted plan has none" delimited by size into logText
        perform 90-write-log
    end-if

    if planJoinMethod not = acceptedJoinMethod
        set thePlanRegressed to true
        move spaces to explainReportLine
        string "    *** regression: join method " trim(planAcceptedJoinShown) " became " trim(planJoinShown) delimited by size into explainReportLine
        write explainReportLine
        move spaces to logText
        string " (WARNING): PSQL0711W Statement " statementNumber " changed join method from " trim(planAcceptedJoinShown) " to " trim(planJoinShown) " against the accepted plan" delimited by size into logText
        perform 90-write-log
    end-if

    compute rowsJumpCeiling = acceptedRows * rowsJumpFactor
    if acceptedRows > zeros and planWorstRows > rowsJumpCeiling
        set thePlanRegressed to true
        move spaces to explainReportLine
        string "    *** regression: estimated rows " planAcceptedRowsShown " became " planWorstRows delimited by size into explainReportLine
        write explainReportLine
        move spaces to logText
        string " (WARNING): PSQL0712W Statement " statementNumber " estimates " planWorstRows " rows against " planAcceptedRowsShown " in the accepted plan" delimited by size into logText
        perform 90-write-log
    end-if

    if thePlanRegressed
        set thereWasAPlanWarning to true
    end-if

    *> The same plan as the accepted one leaves nothing to accept; a plan
    *> that differs replaces whatever candidate an earlier run left.
    if SQL-EXPLAIN-TEXT(1:1000) = acceptedPlanText
        if aCandidateIsPending
            move spaces to candidatePlan
            move zeros to candidateState
            move zeros to candidateRegressionFlag
            move zeros to candidateScanFlag
            move zeros to candidateRows
            rewrite planBaselineRecord
        end-if
        exit paragraph
    end-if

    move function current-date to planNowStamp
    set aCandidateIsPending to true
    if thePlanRegressed
        set theCandidateRegressed to true
    else
        set theCandidateRegressed to false
    end-if
    move planHasFullScan to candidateScanFlag
    move planJoinMethod to candidateJoinMethod
    move planWorstRows to candidateRows
    move runIdText to candidateRunId
    move planNowStamp(1:8) to candidateDate
    move planNowStamp(9:6) to candidateTime
    move SQL-EXPLAIN-TEXT(1:1000) to candidatePlanText
    move statementNumber to planStatementNumber
    rewrite planBaselineRecord
    if planBaselineFileStatus not = "00"
        string " (WARNING): PSQL0713W Recording the plan of statement " statementNumber " in " trim(planBaselineFileName) " failed with file-status " planBaselineFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAPlanWarning to true
    end-if.

*>------------------------------------------------------------------------------
*> The statement's fingerprint (the running checksum presql keeps for its
*> stamps, over the placeholder text, so renaming a host variable does not
*> make a new statement) and the join method the plan names first.
*>------------------------------------------------------------------------------
28-summarize-the-plan.

    move zeros to planFingerprint
    perform varying planFingerprintIndex from 1 by 1
              until planFingerprintIndex > stored-char-length(trim(preparedText))
        compute planFingerprint =
            mod((planFingerprint * 31) + ord(preparedText(planFingerprintIndex:1)),
                9999999999)
    end-perform

    move spaces to planJoinMethod
    perform varying planScanPointer from 1 by 1
              until planScanPointer > stored-char-length(planTextLower) - 10
                 or planJoinMethod not = spaces
        evaluate true
            when planTextLower(planScanPointer:11) = "nested loop"
                move "nested loop" to planJoinMethod
            when planTextLower(planScanPointer:9) = "hash join"
                move "hash join" to planJoinMethod
            when planTextLower(planScanPointer:10) = "merge join"
                move "merge join" to planJoinMethod
        end-evaluate
    end-perform.

*>------------------------------------------------------------------------------
*> A statement with no accepted plan yet takes this one as its baseline.
*>------------------------------------------------------------------------------
29-seed-the-baseline.

    move function current-date to planNowStamp
    move spaces to planBaselineRecord
    move planBaselineProgram to planProgramName
    move planFingerprint to planStatementFingerprint
    move statementNumber to planStatementNumber
    move planHasFullScan to acceptedScanFlag
    move planJoinMethod to acceptedJoinMethod
    move planWorstRows to acceptedRows
    move planNowStamp(1:8) to acceptedDate
    move planNowStamp(9:6) to acceptedTime
    move "(first plan)" to acceptedBy
    move SQL-EXPLAIN-TEXT(1:1000) to acceptedPlanText
    move zeros to candidateState
    move zeros to candidateRegressionFlag
    move zeros to candidateScanFlag
    move zeros to candidateRows
    write planBaselineRecord
    if planBaselineFileStatus not = "00"
        string " (WARNING): PSQL0713W Recording the plan of statement " statementNumber " in " trim(planBaselineFileName) " failed with file-status " planBaselineFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAPlanWarning to true
    end-if
    if runningModeIsVerbose
        move spaces to logText
        string " (info): Statement " statementNumber " has no accepted plan yet; this one was taken as its baseline" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    if messageOptionsFileName not = spaces
        set dispositionIsKeep to true
        call "presqlMessages" using messageOptionsFileName, logText, messageDisposition
