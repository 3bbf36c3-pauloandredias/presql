    organization is line sequential
    file status is mapOutFileStatus.

    *> A source holding several programs gets one line per program
    *> unit: its PROGRAM-ID and the first and last statement numbers it
    *> owns, so the catalog can name the right program for each statement.
    select programUnitsFile assign to programUnitsFileName
    organization is line sequential
    file status is programUnitsFileStatus.

    *> The member's shared diagnostics side file, appended to for the
    *> annotated listing; presqlIncludes created it empty at the top of
    *> the pipeline.
fd mapOutFile.
01 mapOutLine                   pic x(255).

fd programUnitsFile.
01 programUnitsLine             pic x(080).

fd diagFile.
01 diagLine                     pic x(400).

        88 thereWasATruncatedStatement value 1 false 0.
    03  usageWarningState       pic 9(001)  value zeros.
        88 thereWasAnUnusedVariable value 1 false 0.
    03  complexityWarningState  pic 9(001)  value zeros.
        88 thereWasAComplexStatement value 1 false 0.

01  sqlStatements.
    03 sqlStatementFileName     pic x(255) value spaces.
    *> a guessed one.
    03 maxStatementLength       binary-long unsigned value zeros.
    03 maxStatementLengthDisplay pic zzzz9 value zeros.
    *> CHECKPOINT directives extracted: any at all and the copybook
    *> carries the restart bookkeeping the translation generates against.
    03 checkpointCount          binary-short unsigned value zeros.
    *> #presqlDateFormat tags met in the hostvars copybook: any at all
    *> and the copybook carries the ISO text buffers the converted binds
    *> go through.
    03 dateFormatCount          binary-short unsigned value zeros.
    *> SQL-STAT-PROGRAM is pic x(60); a longer source path keeps its
    *> rightmost characters so the member name survives the cut. The cap
    *> is what the generated VALUE line can carry: 60 in free format, 22
    03 sqlListingFileStatus     pic x(002) value spaces.
    03 sqlListingStatementTag   pic x(020) value spaces.

*>------------------------------------------------------------------------------
*> SQL complexity scoring: every saved statement is scored on the shape of
*> its text (separators already spaced out into words of their own):
*>     2 per table joined beyond the first
*>     5 per level of subquery nesting, at its deepest
*>     1 per predicate (a comparison, LIKE, IN, BETWEEN, IS or EXISTS)
*>     2 per OR in a WHERE, ON or HAVING condition
*>     3 per function applied to a column in WHERE, ON or HAVING
*>     4 per UNION, INTERSECT or EXCEPT
*> The program's roll-up score is the sum over its statements. The clause
*> the scan is in (F the FROM list, P a condition, O anything else) and
*> the FROM list's own nesting level are saved at each opening parenthesis
*> and given back at its closing one, so a subquery's clauses do not leak
*> into the statement around it.
*>------------------------------------------------------------------------------
01 complexityControls.
    03 scoreWord                pic x(255) value spaces.
    03 scoreWordLower           pic x(255) value spaces.
    03 previousScoreWord        pic x(255) value spaces.
        88 previousWordIsAKeyword value "and" "or" "not" "in" "exists"
                                  "any" "all" "some" "where" "on" "having"
                                  "when" "then" "else" "case" "like"
                                  "between" "is" "select" "values".
    03 scoreWordPointer         binary-long unsigned value zeros.
    03 scoreCharPointer         binary-short unsigned value zeros.
    03 scoreChar                pic x(001) value spaces.
    03 scoreOperatorState       pic 9(001) value zeros.
        88 insideAnOperator     value 1    false 0.
    03 scoreQuoteState          pic 9(001) value zeros.
        88 scoreInsideLiteral   value 1    false 0.
    03 scoreWordLiteralState    pic 9(001) value zeros.
        88 scoreWordIsLiteral   value 1    false 0.
    03 scoreClause              pic x(001) value spaces.
        88 clauseIsFromList     value "F".
        88 clauseIsPredicates   value "P".
        88 clauseIsOther        value "O".
    03 fromParenDepth           binary-short unsigned value zeros.
    03 scoreParenDepth          binary-short unsigned value zeros.
    03 scoreParenMax            binary-short unsigned value 50.
    03 scoreParenEntry occurs 50.
        05 savedScoreClause     pic x(001).
        05 savedFromParenDepth  binary-short unsigned.
        05 parenOpensSubquery   pic 9(001).
    03 subqueryDepth            binary-short unsigned value zeros.
    03 tablesJoined             binary-short unsigned value zeros.
    03 maxSubqueryDepth         binary-short unsigned value zeros.
    03 predicateCount           binary-short unsigned value zeros.
    03 orCount                  binary-short unsigned value zeros.
    03 functionsInWhere         binary-short unsigned value zeros.
    03 unionCount               binary-short unsigned value zeros.
    03 statementScore           pic 9(005) value zeros.
    03 highestStatementScore    pic 9(005) value zeros.
    03 highestScoredStatement   pic 9(003) value zeros.
    03 programScore             pic 9(007) value zeros.
    03 scoreDisplay             pic zzzz9  value zeros.
    03 thresholdDisplay         pic zzzz9  value zeros.
    03 programScoreDisplay      pic zzzzzz9 value zeros.
    03 tablesDisplay            pic zz9    value zeros.
    03 depthDisplay             pic zz9    value zeros.
    03 predicatesDisplay        pic zz9    value zeros.
    03 orDisplay                pic zz9    value zeros.
    03 functionsDisplay         pic zz9    value zeros.
    03 unionsDisplay            pic zz9    value zeros.

01 miscellaneous.
    03 outputSourceFileStatus   pic x(002) value spaces.
    03 inputSourceLineLower     pic x(255) value spaces.
01 hvXrefControls.
    03 hvXrefFileName           pic x(255) value spaces.
    03 hvXrefFileStatus         pic x(002) value spaces.
    *> With several program units the cross-reference is written one
    *> unit at a time: the first unit creates the file, the rest extend it.
    03 hvXrefState              pic 9(001) value zeros.
        88 hvXrefWasStarted     value 1    false 0.

*>------------------------------------------------------------------------------
*> A source holding several programs (nested or batch-compiled) carries a
*> #presqlProgram tag at each PROGRAM-ID. Each unit is scanned against its
*> own host variables only, loaded from its own section of the
*> .presql.hostvars copybook. Statement numbers keep counting across the
*> units, so every statement still has one number of its own in the file.
*>------------------------------------------------------------------------------
01 programUnitControls.
    03 programUnitsFileName     pic x(255) value spaces.
    03 programUnitsFileStatus   pic x(002) value spaces.
    03 programUnitCount         binary-short unsigned value zeros.
    03 programUnitMax           binary-short unsigned value 50.
    03 programUnitEntry occurs 50.
        05 programUnitName      pic x(030).
        05 unitFirstStatement   pic 9(003).
        05 unitLastStatement    pic 9(003).
    03 programUnitIndex         binary-short unsigned value zeros.
    03 programTagWordNumber     binary-short unsigned value zeros.
    *> Which #presqlProgram section of the hostvars copybook is being read.
    03 hostVarsUnitSeen         binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
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
    03 outputSourceFileName   pic x(255)  value spaces.
    03 sqlStatementFileNameResult pic x(255) value spaces.
    03 sqlListingFileNameResult   pic x(255) value spaces.
    03 sqlvFileNameResult         pic x(255) value spaces.
    *> The program's roll-up SQL complexity score, for the caller's build
    *> manifest and history file.
    03 programComplexityScore     pic 9(007) comp-5 value zeros.

*>------------------------------------------------------------------------------
*> The in-memory pipeline buffers, shared byte-for-byte with presql and
        if itIsOkSoFar
            perform 28-write-sqlv-descriptor
            perform 2a-write-usage-xref
            if programUnitCount > zeros
                perform 2b-write-program-units
            end-if
        end-if
    end-if

    move sqlStatementFileName to sqlStatementFileNameResult
    move sqlListingFileName to sqlListingFileNameResult
    move sqlvFileName to sqlvFileNameResult
    move programScore to programComplexityScore

    if thereWasAnError
        set returnCodeIsFatal to true
        if thereWasATruncatedStatement
            set returnCodeIsRecoverable to true
        else
            if thereWasAnUnusedVariable or thereWasAComplexStatement
                set returnCodeIsWarning to true
            else
                set everythingWasFine to true

    open input hostVarsFile
    if hostVarsFileStatus = "00"
        move zeros to hostVarsUnitSeen
        read hostVarsFile next record at end move "10" to hostVarsFileStatus end-read
        perform until hostVarsFileStatus = "10"
            *> With several program units only the current unit's
            *> section of the copybook is loaded.
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
                move getWord(hostVarsLine, thirdWord) to memberPairGroup(memberPairCount)
                move getWord(hostVarsLine, fourthWord) to memberPairName(memberPairCount)
            end-if
            if trim(getWord(hostVarsLine, secondWord)) = "#presqlDateFormat"
                add 1 to dateFormatCount
            end-if
            if trim(getWord(hostVarsLine, secondWord)) = "#presqlDuplicate" and
               duplicateNameCount < 200
                add 1 to duplicateNameCount
       move inputSourceLine to outputSourceLine
       perform 81-write-output-line
       perform 92-write-map-record
       if programUnitsInSource > 1 and
          getWordNumber(inputSourceLine, "#presqlProgram") > zeros
           perform 24-start-program-unit
       end-if
    else
        move function lower-case(inputSourceLine) to inputSourceLineLower


    add 1 to sqlStatementNumber

    if lower-case(getWord(sqlStatement, firstWord)) = "checkpoint" or
       lower-case(getWord(sqlStatement, thirdWord)) = "checkpoint"
        add 1 to checkpointCount
    end-if

    if runningModeIsVerbose
        string " (info): Writing statement " sqlStatementNumber " [" trim(sqlStatement) "]" delimited by size into logText
        perform 90-write-log
        write sqlListingLine
    end-perform

    perform 225-score-the-statement

    move spaces to sqlListingLine
    write sqlListingLine.

*>------------------------------------------------------------------------------
*> Scores the statement just saved, word by word, writes the score and its
*> terms into the listing under the statement text, adds it to the
*> program's roll-up, and warns when it is above the -K threshold.
*>------------------------------------------------------------------------------
225-score-the-statement.

    move zeros to tablesJoined maxSubqueryDepth predicateCount orCount
                  functionsInWhere unionCount subqueryDepth
                  scoreParenDepth fromParenDepth
    set clauseIsOther to true
    set scoreInsideLiteral to false
    move spaces to previousScoreWord

    move 1 to scoreWordPointer
    perform until scoreWordPointer > sqlStatementLength
        move spaces to scoreWord
        unstring sqlStatement(1:sqlStatementLength) delimited by all spaces
            into scoreWord with pointer scoreWordPointer
        end-unstring
        if scoreWord not = spaces
            perform 2251-score-one-word
        end-if
    end-perform

    compute statementScore = (5 * maxSubqueryDepth) + predicateCount
                           + (2 * orCount) + (3 * functionsInWhere)
                           + (4 * unionCount)
    if tablesJoined > 1
        compute statementScore = statementScore + (2 * (tablesJoined - 1))
    end-if

    add statementScore to programScore
    if statementScore > highestStatementScore
        move statementScore to highestStatementScore
        move sqlStatementNumber to highestScoredStatement
    end-if

    move statementScore to scoreDisplay
    move tablesJoined to tablesDisplay
    move maxSubqueryDepth to depthDisplay
    move predicateCount to predicatesDisplay
    move orCount to orDisplay
    move functionsInWhere to functionsDisplay
    move unionCount to unionsDisplay
    move spaces to sqlListingLine
    string "Complexity score " trim(scoreDisplay)
           ": tables " trim(tablesDisplay)
           ", subquery depth " trim(depthDisplay)
           ", predicates " trim(predicatesDisplay)
           ", or " trim(orDisplay)
           ", functions in where " trim(functionsDisplay)
           ", unions " trim(unionsDisplay)
           delimited by size into sqlListingLine
    write sqlListingLine

    if complexityThreshold > zeros and statementScore > complexityThreshold
        move complexityThreshold to thresholdDisplay
        string " (WARNING): PSQL0316W Statement " sqlStatementNumber " scores " trim(scoreDisplay) " for SQL complexity, above the -K threshold of " trim(thresholdDisplay) delimited by size into logText
        perform 91-write-log-with-location
        set thereWasAComplexStatement to true
    end-if.

*>------------------------------------------------------------------------------
*> One word of the statement being scored. Words of a quoted literal are
*> its text, not SQL, and are passed over.
*>------------------------------------------------------------------------------
2251-score-one-word.

    if scoreInsideLiteral or scoreWord(1:1) = quoteCharacter
        set scoreWordIsLiteral to true
    else
        set scoreWordIsLiteral to false
    end-if
    perform varying scoreCharPointer from 1 by 1
              until scoreCharPointer > stored-char-length(scoreWord)
        if scoreWord(scoreCharPointer:1) = quoteCharacter
            if scoreInsideLiteral
                set scoreInsideLiteral to false
            else
                set scoreInsideLiteral to true
            end-if
        end-if
    end-perform
    if scoreWordIsLiteral
        move spaces to previousScoreWord
        exit paragraph
    end-if

    move function lower-case(scoreWord) to scoreWordLower
    evaluate scoreWordLower
        when "("
            *> A name right in front of a parenthesis in a condition is a
            *> function applied to what it encloses.
            if clauseIsPredicates and previousScoreWord not = spaces
               and previousScoreWord(1:1) is alphabetic
               and not previousWordIsAKeyword
                add 1 to functionsInWhere
            end-if
            if scoreParenDepth < scoreParenMax
                add 1 to scoreParenDepth
                move scoreClause to savedScoreClause(scoreParenDepth)
                move fromParenDepth to savedFromParenDepth(scoreParenDepth)
                move zeros to parenOpensSubquery(scoreParenDepth)
            end-if
        when ")"
            if scoreParenDepth > zeros
                if parenOpensSubquery(scoreParenDepth) = 1
                    subtract 1 from subqueryDepth
                end-if
                move savedScoreClause(scoreParenDepth) to scoreClause
                move savedFromParenDepth(scoreParenDepth) to fromParenDepth
                subtract 1 from scoreParenDepth
            end-if
        when "select"
            if previousScoreWord = "(" and scoreParenDepth > zeros
                move 1 to parenOpensSubquery(scoreParenDepth)
                add 1 to subqueryDepth
                if subqueryDepth > maxSubqueryDepth
                    move subqueryDepth to maxSubqueryDepth
                end-if
            end-if
            set clauseIsOther to true
        when "from"
        when "join"
            add 1 to tablesJoined
            set clauseIsFromList to true
            move scoreParenDepth to fromParenDepth
        when ","
            if clauseIsFromList and scoreParenDepth = fromParenDepth
                add 1 to tablesJoined
            end-if
        when "where"
        when "on"
        when "having"
            set clauseIsPredicates to true
        when "or"
            if clauseIsPredicates
                add 1 to orCount
            end-if
        when "union"
        when "intersect"
        when "except"
            add 1 to unionCount
            set clauseIsOther to true
        when "like"
        when "in"
        when "between"
        when "is"
        when "exists"
            if clauseIsPredicates
                add 1 to predicateCount
            end-if
        when "into"
            *> The table of an INSERT or MERGE; a SELECT's INTO names
            *> host variables.
            if previousScoreWord = "insert" or previousScoreWord = "merge"
                add 1 to tablesJoined
            end-if
            set clauseIsOther to true
        when "update"
            *> The table of an UPDATE; a cursor's FOR UPDATE names none.
            if previousScoreWord not = "for"
                add 1 to tablesJoined
            end-if
            set clauseIsOther to true
        when "group"
        when "order"
        when "fetch"
        when "for"
        when "set"
        when "values"
        when "with"
            set clauseIsOther to true
        when other
            if clauseIsPredicates
                perform 2252-count-operators
            end-if
    end-evaluate
    move scoreWordLower to previousScoreWord.

*>------------------------------------------------------------------------------
*> A comparison operator glued to its operands ("a=:b", "x<>y") still
*> counts: each run of comparison characters in the word is one predicate.
*>------------------------------------------------------------------------------
2252-count-operators.

    set insideAnOperator to false
    perform varying scoreCharPointer from 1 by 1
              until scoreCharPointer > stored-char-length(scoreWord)
        move scoreWord(scoreCharPointer:1) to scoreChar
        if scoreChar = "<" or scoreChar = ">" or scoreChar = "=" or scoreChar = "!"
            if not insideAnOperator
                add 1 to predicateCount
                set insideAnOperator to true
            end-if
        else
            set insideAnOperator to false
        end-if
    end-perform.

*>------------------------------------------------------------------------------    
*> Theses tags will facilitate the work of the next programs
*>------------------------------------------------------------------------------    
        end-if
    end-if

    *> The program's roll-up score closes the listing.
    if sqlStatementNumber > zeros
        move programScore to programScoreDisplay
        move highestStatementScore to scoreDisplay
        move spaces to sqlListingLine
        string "Program complexity score " trim(programScoreDisplay) " over " sqlStatementNumber " statements (highest " trim(scoreDisplay) ", statement " highestScoredStatement ")" delimited by size into sqlListingLine
        write sqlListingLine
    end-if

    close sqlListingFile
    if runningModeIsVerbose
        string " (info): Closing " trim(sqlListingFileName) delimited by size into logText
        *> member, and -k can swap a short qualifier for a longer one).
        *> presqlTranslate still checks the bound text against this size.
        add 500 to maxStatementLength
        *> A checkpointed cursor's OPEN carries the restart predicate on
        *> top of its own text and binds, up to sixteen more slots with
        *> five key columns; the restart table statements bind up to
        *> nine of their own.
        if checkpointCount > zeros
            add 1000 to maxStatementLength
            add 16 to sqlvMaxHostVars
        end-if
        move maxStatementLength to maxStatementLengthDisplay
        move spaces to sqlvLine
        string "       01 SQL-STMT-TEXT pic x(" trim(maxStatementLengthDisplay) ")." delimited by size into sqlvLine
        move "           03 SQL-STAT-START   pic x(21)." to sqlvLine
        write sqlvLine

        *> Identity fields for the -T record/replay test runtime: which
        *> statement is calling, and which of its bound slots the call
        *> fills (the first SQL-TEST-OUTPUTS) and which it reads (from
        *> SQL-TEST-FIRST-INPUT on). A call through both, like a CALL's
        *> INOUT parameters, counts the slot on both sides.
        move "       01 SQL-TEST-INFO." to sqlvLine
        write sqlvLine
        move "           03 SQL-TEST-STMT    pic 9(3) value 0." to sqlvLine
        write sqlvLine
        move "           03 SQL-TEST-OUTPUTS pic 9(3) value 0." to sqlvLine
        write sqlvLine
        move "           03 SQL-TEST-FIRST-INPUT pic 9(3) value 1." to sqlvLine
        write sqlvLine

        *> Identity fields for the -F failure journal, filled only on the
        *> failing path: the statement, the range of its bound slots the
        *> call reads, and an "M" in SQL-FAIL-MASK for each slot bound to
        *> a column the catalog classifies, so presqlFailRecord journals
        *> asterisks instead of the value. The mask covers every slot the
        *> three-digit slot numbers can reach.
        move "       01 SQL-FAIL-INFO." to sqlvLine
        write sqlvLine
        move "           03 SQL-FAIL-STMT    pic 9(3) value 0." to sqlvLine
        write sqlvLine
        move "           03 SQL-FAIL-FIRST-INPUT pic 9(3) value 1." to sqlvLine
        write sqlvLine
        move "           03 SQL-FAIL-LAST-INPUT pic 9(3) value 0." to sqlvLine
        write sqlvLine
        move "           03 SQL-FAIL-MASK    pic x(999) value spaces." to sqlvLine
        write sqlvLine

        *> Identity fields for the -X external statement text: the member
        *> name (the same truncated tail the -r statistics carry, for the
        *> human reading a refusal), its total statement count and the
        move "           03 SQL-BIND-NAME    pic x(255)." to sqlvLine
        write sqlvLine

        *> Request and reply area for presqlSqlMessage, the formatted
        *> SQL failure message: the member name is stamped as for the
        *> statistics, the translation keeps SQL-MSG-STMT on the statement
        *> about to run, and the reply comes back as SQL-MSG-COUNT lines of
        *> at most SQL-MSG-WIDTH characters. SQL-MSG-SOURCE may name the
        *> listing or bind file to take the statement text from; left
        *> blank, the member's own listing is used.
        move "       01 SQL-MSG-INFO." to sqlvLine
        write sqlvLine
        move spaces to sqlvLine
        string "           03 SQL-MSG-PROGRAM  pic x(60) value """ trim(statProgramName) """." delimited by size into sqlvLine
        write sqlvLine
        move "           03 SQL-MSG-STMT     pic 9(3) value 0." to sqlvLine
        write sqlvLine
        move "           03 SQL-MSG-SOURCE   pic x(255) value spaces." to sqlvLine
        write sqlvLine
        move "           03 SQL-MSG-WIDTH    pic 9(3) value 80." to sqlvLine
        write sqlvLine
        move "           03 SQL-MSG-COUNT    pic 9(2) value 0." to sqlvLine
        write sqlvLine
        move "           03 SQL-MSG-LINE     pic x(132) occurs 24." to sqlvLine
        write sqlvLine

        *> Retry bookkeeping for the -R deadlock/timeout loops the
        *> translation can wrap around each database call; one slot set
        *> serves the whole program since the calls never nest.
        move "           03 SQL-RETRY-DELAY pic 9(9) comp-5 value 0." to sqlvLine
        write sqlvLine

        if checkpointCount > zeros
            perform 282-write-restart-info
        end-if

        *> A host variable declared with a date/time format binds through
        *> one of these, by its slot number, holding the value as the
        *> database's ISO text.
        if dateFormatCount > zeros
            move "       01 SQL-DATE-BUFFERS." to sqlvLine
            write sqlvLine
            move sqlvMaxHostVars to sqlvMaxHostVarsDisplay
            if sqlvMaxHostVars = zeros
                move 1 to sqlvMaxHostVarsDisplay
            end-if
            move spaces to sqlvLine
            string "           03 SQL-DATE-ISO pic x(26) occurs " trim(sqlvMaxHostVarsDisplay) "." delimited by size into sqlvLine
            write sqlvLine
        end-if

        move "       01 SQL-PREPARED-FLAGS." to sqlvLine
        write sqlvLine
        *> Which statement the runtime's single prepared-statement context
        end-if
    end-if.

*>------------------------------------------------------------------------------
*> Restart bookkeeping for the cursors a CHECKPOINT directive names: the
*> identity of the restart table row (job, program, cursor), the flag and
*> row count bound into the restart statements, and per directive - by
*> its statement number - the rows since the last checkpoint, the rows
*> done in all, a fetched row waiting to count as done and whether the
*> cursor ran out.
*>------------------------------------------------------------------------------
282-write-restart-info.

    move "       01 SQL-RESTART-INFO." to sqlvLine
    write sqlvLine
    move "           03 SQL-RESTART-JOB     pic x(30) value spaces." to sqlvLine
    write sqlvLine
    *> The longer name leaves no room for the VALUE on the same line in
    *> fixed format, where the program name can run to 22 characters.
    move "           03 SQL-RESTART-PROGRAM pic x(60)" to sqlvLine
    write sqlvLine
    move spaces to sqlvLine
    string "               value """ trim(statProgramName) """." delimited by size into sqlvLine
    write sqlvLine
    move "           03 SQL-RESTART-CURSOR  pic x(30) value spaces." to sqlvLine
    write sqlvLine
    move "           03 SQL-RESTART-ACTIVE  pic 9(1) value 0." to sqlvLine
    write sqlvLine
    move "           03 SQL-RESTART-COUNT   pic 9(9) value 0." to sqlvLine
    write sqlvLine
    move sqlStatementNumber to maxStatementLengthDisplay
    move spaces to sqlvLine
    string "           03 SQL-RESTART-STATE occurs " trim(maxStatementLengthDisplay) "." delimited by size into sqlvLine
    write sqlvLine
    move "               05 SQL-RESTART-ROWS    pic 9(9) value 0." to sqlvLine
    write sqlvLine
    move "               05 SQL-RESTART-DONE    pic 9(9) value 0." to sqlvLine
    write sqlvLine
    move "               05 SQL-RESTART-PENDING pic 9(1) value 0." to sqlvLine
    write sqlvLine
    move "               05 SQL-RESTART-ENDED   pic 9(1) value 0." to sqlvLine
    write sqlvLine.

*>------------------------------------------------------------------------------
*> The SQLV group and its scalars (SQL-COUNT, SQL-ROWS, the cursor
*> attributes) are referenced by every generated call sequence, host
    end-if

    move substitute(inputSourceFileName, ".presql.step1", ".presql.hvxref") to hvXrefFileName
    if hvXrefWasStarted
        open extend hvXrefFile
    else
        open output hvXrefFile
    end-if
    if hvXrefFileStatus not = "00"
        string " (ERROR): PSQL0313E Opening " trim(hvXrefFileName) " failed with file-status " hvXrefFileStatus delimited by size into logText
        perform 90-write-log
    end-if

    move spaces to hvXrefLine
    if programUnitCount > zeros
        string "Host variable usage cross-reference for " trim(inputSourceFileName) " program " trim(programUnitName(programUnitCount)) delimited by size into hvXrefLine
    else
        string "Host variable usage cross-reference for " trim(inputSourceFileName) delimited by size into hvXrefLine
    end-if
    write hvXrefLine
    set hvXrefWasStarted to true

    perform varying hostVariableIndex from 1 by 1 until hostVariableIndex > hostVariableCount
        move spaces to hvXrefLine
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> A #presqlProgram tag closes the unit scanned so far and opens the
*> next: the finished unit's usage cross-reference is written, its host
*> variables are dropped, and the new unit's are loaded in their place.
*> The new unit has its own data division, so statement extraction waits
*> for its own PROCEDURE DIVISION again.
*>------------------------------------------------------------------------------
24-start-program-unit.

    if programUnitCount >= programUnitMax
        exit paragraph
    end-if

    if programUnitCount > zeros
        move sqlStatementNumber to unitLastStatement(programUnitCount)
        perform 2a-write-usage-xref
    end-if

    perform varying hostVariableIndex from 1 by 1 until hostVariableIndex > hostVariableCount
        move zeros to hostVariableUseCount(hostVariableIndex)
        move spaces to hostVariableUseList(hostVariableIndex)
        move zeros to hostVariableIsGroupFlag(hostVariableIndex)
        move zeros to hostVariableIsVarcharFlag(hostVariableIndex)
    end-perform
    move zeros to hostVariableCount
    move zeros to memberPairCount
    move zeros to duplicateNameCount

    add 1 to programUnitCount
    add 1 to getWordNumber(inputSourceLine, "#presqlProgram") giving programTagWordNumber
    move getWord(inputSourceLine, programTagWordNumber) to programUnitName(programUnitCount)
    add 1 to sqlStatementNumber giving unitFirstStatement(programUnitCount)
    move sqlStatementNumber to unitLastStatement(programUnitCount)
    set insideProcedure to false

    move spaces to sqlListingLine
    string "Program " trim(programUnitName(programUnitCount)) ":" delimited by size into sqlListingLine
    write sqlListingLine
    move spaces to sqlListingLine
    write sqlListingLine

    perform 14-load-host-variables.

*>------------------------------------------------------------------------------
*> One line per program unit in the .presql.units file: the PROGRAM-ID
*> and the first and last statement numbers it owns. A unit with no
*> statements has a first number one past its last.
*>------------------------------------------------------------------------------
2b-write-program-units.

    move sqlStatementNumber to unitLastStatement(programUnitCount)
    move substitute(inputSourceFileName, ".presql.step1", ".presql.units") to programUnitsFileName
    open output programUnitsFile
    if programUnitsFileStatus not = "00"
        string " (ERROR): PSQL0315E Opening " trim(programUnitsFileName) " failed with file-status " programUnitsFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    perform varying programUnitIndex from 1 by 1 until programUnitIndex > programUnitCount
        move spaces to programUnitsLine
        string trim(programUnitName(programUnitIndex)) " " unitFirstStatement(programUnitIndex) " " unitLastStatement(programUnitIndex) delimited by size into programUnitsLine
        write programUnitsLine
    end-perform

    close programUnitsFile
    if runningModeIsVerbose
        string " (info): Wrote program units to " trim(programUnitsFileName) delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> Reads the next origin record, keeping the map aligned with the input
*> line just read.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    if messageOptionsFileName not = spaces
        set dispositionIsKeep to true
        call "presqlMessages" using messageOptionsFileName, logText, messageDisposition
