*>   - programs whose precompile keeps failing (fatal on the last two runs)
*>   - statement counts growing release over release
*>   - members that flipped from clean to warning on their latest run
*>   - programs whose SQL complexity score rose run after run, on at least
*>     their last three runs
*>
*>     presqlTrends -h <history-file>
*>
    03 historyCopybooks        pic 9(005).
    03 historyStatements       pic 9(005).
    03 historyReturnCode       pic 9(002).
    03 historyComplexityScore  pic 9(007).

*>------------------------------------------------------------------------------
working-storage section.
    03 findingsReported         binary-short unsigned value zeros.
    03 statementsDisplay        pic zzzz9   value zeros.
    03 previousStatementsDisplay pic zzzz9  value zeros.
    *> The complexity climb: how many runs in a row the score has risen,
    *> and the score the climb started from.
    03 previousComplexityScore  pic 9(007)  value zeros.
    03 complexityRiseCount      binary-short unsigned value zeros.
    03 complexityClimbStart     pic 9(007)  value zeros.
    03 complexityRisesNeeded    binary-short unsigned value 2.
    03 complexityRunsDisplay    pic zzz9    value zeros.
    03 complexityFromDisplay    pic zzzzzz9 value zeros.
    03 complexityToDisplay      pic zzzzzz9 value zeros.

*>===============================================================================
procedure division.
        perform 21-compare-one-record
        read historyFile next record at end set historyEof to true end-read
    end-perform
    perform 22-report-complexity-climb
    close historyFile

    if findingsReported = zeros
21-compare-one-record.

    if historyProgramName not = previousProgramName
        perform 22-report-complexity-climb
        move historyProgramName to previousProgramName
        move historyStatements to previousStatements
        move historyReturnCode to previousReturnCode
        move historyComplexityScore to previousComplexityScore
        move historyComplexityScore to complexityClimbStart
        move zeros to complexityRiseCount
        move 1 to runsForThisProgram
        exit paragraph
    end-if
        add 1 to findingsReported
    end-if

    if historyComplexityScore > previousComplexityScore
        add 1 to complexityRiseCount
    else
        move zeros to complexityRiseCount
        move historyComplexityScore to complexityClimbStart
    end-if

    move historyStatements to previousStatements
    move historyReturnCode to previousReturnCode
    move historyComplexityScore to previousComplexityScore.

*>------------------------------------------------------------------------------
*> Once a program's runs are all read: a score that rose on every one of
*> its last runs (two rises in a row at least) is getting steadily more
*> complex, not just moving about.
*>------------------------------------------------------------------------------
22-report-complexity-climb.

    if previousProgramName = spaces or complexityRiseCount < complexityRisesNeeded
        exit paragraph
    end-if

    compute complexityRunsDisplay = complexityRiseCount + 1
    move complexityClimbStart to complexityFromDisplay
    move previousComplexityScore to complexityToDisplay
    display "MORE COMPLEX  : " trim(previousProgramName) " rose in SQL complexity over its last " trim(complexityRunsDisplay) " runs, from " trim(complexityFromDisplay) " to " trim(complexityToDisplay)
    add 1 to findingsReported.
