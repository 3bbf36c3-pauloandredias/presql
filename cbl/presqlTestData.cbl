*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlTestData.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Test data generator over the shop schema catalog: writes a load script of
*> synthetic rows - one INSERT per row - for a list of tables, or for every
*> table a program references according to the where-used index, with each
*> value made up from the column's catalog type, length and scale. Run
*> against the catalog presqlCatalogExtract has just refreshed, it seeds a
*> QA database consistently the same day a schema change lands.
*>
*>     presqlTestData -g <catalog> -o <script> -t <table> [-t <table> ...]
*>     presqlTestData -g <catalog> -o <script> -p <program> [-w <index-file>]
*>                    [-n <rows>] [-r <rules-file>]
*>
*> -n sets the rows per table (ten unless told otherwise). The rules file
*> sets other row counts and the values of particular columns, one rule
*> per line ("*" lines are comments):
*>
*>     rows     <table> <rows>
*>     <table>.<column> range    <low> <high>        numeric columns
*>     <table>.<column> list     <value> [<value> ...] (up to 8, cycled)
*>     <table>.<column> sequence <start> [<step>]    numeric or character
*>
*> A column the catalog classifies as sensitive (pii, pci, confidential or
*> restricted) never gets a realistic-looking value, rule or not: its
*> characters are X's ending in the row number, its numbers the row
*> number, and its dates and times the lowest ones there are.
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
*>  the Free Software Foundation; either version 2, or (at your option)
*>  any later version.
*>
*>  This program is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
*>  GNU General Public License for more details.
*>-------------------------------------------------------------------------------

*>===============================================================================
environment division.
*>===============================================================================
configuration section.
repository.
    function getWord
    function getWordCount
    function all intrinsic.

input-output section.
file-control.
    select catalogFile assign to catalogFileName
    organization is line sequential
    file status is catalogFileStatus.

    *> The same -g catalog in the indexed form presqlCatalogIndex builds,
    *> tried first; one that does not open as indexed is read as the
    *> line-sequential catalog.
    select indexedCatalog assign to catalogFileName
    organization is indexed
    access mode is dynamic
    record key is indexedCatalogKey
    file status is indexedCatalogFileStatus.

    *> The cumulative where-used index presqlCatalog refreshes, for -p.
    select whereUsedFile assign to whereUsedFileName
    organization is indexed
    access mode is dynamic
    record key is whereUsedKey
    file status is whereUsedFileStatus.

    select rulesFile assign to rulesFileName
    organization is line sequential
    file status is rulesFileStatus.

    select scriptFile assign to scriptFileName
    organization is line sequential
    file status is scriptFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd catalogFile.
01 catalogLine                  pic x(255).

*> Keyed by table, entry kind and entry name: a T entry per table with its
*> column count, and per column a C entry by name and a P entry by its
*> five-digit position, the P entries giving the catalog's column order.
fd indexedCatalog.
01 indexedCatalogRecord.
    03 indexedCatalogKey.
        05 indexedTableName     pic x(064).
        05 indexedEntryKind     pic x(001).
        05 indexedEntryName     pic x(064).
    03 indexedColumnName        pic x(064).
    03 indexedColumnType        pic x(010).
    03 indexedColumnLength      pic 9(005).
    03 indexedColumnScale       pic 9(003).
    03 indexedColumnClass       pic x(012).
    03 indexedColumnRestricted  pic x(001).
    03 indexedColumnPosition    pic 9(005).
    03 indexedColumnCount       pic 9(005).

fd whereUsedFile.
01 whereUsedRecord.
    03 whereUsedKey.
        05 whereUsedTableName   pic x(064).
        05 whereUsedColumnName  pic x(064).
        05 whereUsedProgramName pic x(255).
    03 whereUsedStatements      pic x(120).
    03 whereUsedAccessFlag      pic x(001).
    03 whereUsedCrudFlags       pic x(004).
    03 whereUsedSensitivity     pic x(012).
    03 whereUsedRestrictedFlag  pic x(001).
    03 whereUsedExportFlag      pic x(001).
    *> "T" when the table is a work table the program declares itself.
    03 whereUsedWorkTableFlag   pic x(001).

fd rulesFile.
01 rulesLine                    pic x(255).

fd scriptFile.
01 scriptLine                   pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 warningFlag              pic 9(001)  value zeros.
        88 thereWasAWarning     value 1     false 0.
    03 catalogFileStatus        pic x(002)  value spaces.
        88 catalogEof           value "10"  false "00".
        88 catalogNotFound      value "35"  false "00".
    03 indexedCatalogFileStatus pic x(002)  value spaces.
    03 catalogKindFlag          pic 9(001)  value zeros.
        88 catalogIsIndexed     value 1     false 0.
    03 whereUsedFileStatus      pic x(002)  value spaces.
        88 whereUsedEof         value "10"  false "00".
        88 whereUsedNotFound    value "35"  false "00".
    03 rulesFileStatus          pic x(002)  value spaces.
        88 rulesEof             value "10"  false "00".
        88 rulesNotFound        value "35"  false "00".
    03 scriptFileStatus         pic x(002)  value spaces.
    03 tableFoundFlag           pic 9(001)  value zeros.
        88 tableWasFound        value 1     false 0.
    03 tableRegionFlag          pic 9(001)  value zeros.
        88 insideWantedTable    value 1     false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-g         value "-g"  false spaces. *> The shop schema catalog
        88 argumentIs-o         value "-o"  false spaces. *> The load script to write
        88 argumentIs-t         value "-t"  false spaces. *> One table to generate rows for
        88 argumentIs-p         value "-p"  false spaces. *> Every table this program references
        88 argumentIs-w         value "-w"  false spaces. *> The where-used index file
        88 argumentIs-n         value "-n"  false spaces. *> Rows per table
        88 argumentIs-r         value "-r"  false spaces. *> The column value rules file

01 fileNames.
    03 catalogFileName          pic x(255) value spaces.
    03 scriptFileName           pic x(255) value spaces.
    03 whereUsedFileName        pic x(255) value spaces.
    03 rulesFileName            pic x(255) value spaces.

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
*> not arrive in that usage, so fixed word positions are passed through
*> these typed ordinals instead.
*>------------------------------------------------------------------------------
01 wordOrdinals.
    03 firstWord                binary-short unsigned value 1.
    03 secondWord               binary-short unsigned value 2.
    03 thirdWord                binary-short unsigned value 3.
    03 fourthWord               binary-short unsigned value 4.

*>------------------------------------------------------------------------------
*> The tables to generate, each with its row count from a rows rule (zero
*> for the -n default, which may come after the -t arguments).
*>------------------------------------------------------------------------------
01 tableControls.
    03 defaultRowCount          binary-long unsigned value 10.
    03 testTableCount           binary-short unsigned value zeros.
    03 testTableMax             binary-short unsigned value 100.
    03 testTableEntry occurs 100.
        05 testTableName        pic x(064).
        05 testTableRows        binary-long unsigned.
    03 testTableIndex           binary-short unsigned value zeros.
    03 wantedTableName          pic x(064) value spaces.
    03 wantedProgramName        pic x(255) value spaces.
    03 programBaseName          pic x(255) value spaces.
    03 programSlashPosition     binary-short unsigned value zeros.
    03 programScanPosition      binary-short unsigned value zeros.
    03 programUnitPosition      binary-short unsigned value zeros.
    03 tablesGenerated          binary-short unsigned value zeros.
    03 rowsGenerated            binary-long unsigned value zeros.

*>------------------------------------------------------------------------------
*> The rules file, one entry per rule: "R" rows, "G" range, "L" list or
*> "S" sequence, with the table and column it is for and whether any
*> generated column took it.
*>------------------------------------------------------------------------------
01 ruleControls.
    03 ruleCount                binary-short unsigned value zeros.
    03 ruleMax                  binary-short unsigned value 200.
    03 ruleEntry occurs 200.
        05 ruleKind             pic x(001).
            88 ruleIsRows       value "R".
            88 ruleIsRange      value "G".
            88 ruleIsList       value "L".
            88 ruleIsSequence   value "S".
        05 ruleTableName        pic x(064).
        05 ruleColumnName       pic x(064).
        05 ruleLow              binary-double.
        05 ruleHigh             binary-double.
        05 ruleValueCount       binary-short unsigned.
        05 ruleValue            pic x(064) occurs 8.
        05 ruleUsed             pic 9(001).
    03 ruleIndex                binary-short unsigned value zeros.
    03 ruleValueIndex           binary-short unsigned value zeros.
    03 ruleLineNumber           binary-long unsigned value zeros.
    03 ruleLineDisplay          pic zzzzz9 value zeros.
    03 ruleWord                 pic x(064) value spaces.
    03 ruleTarget               pic x(130) value spaces.
    03 ruleDotPosition          binary-short unsigned value zeros.
    03 ruleWordCount            binary-short unsigned value zeros.
    03 ruleWordNumber           binary-short unsigned value zeros.
    03 ruleKindName             pic x(010) value spaces.
    03 listNumbersFlag          pic 9(001) value zeros.
        88 listHoldsNumbers     value 1    false 0.

*>------------------------------------------------------------------------------
*> The columns of the table being generated, in catalog order, each with
*> its value family and the rule it takes (zero for none).
*>------------------------------------------------------------------------------
01 columnControls.
    03 testColumnCount          binary-short unsigned value zeros.
    03 testColumnMax            binary-short unsigned value 1600.
    03 testColumnEntry occurs 1600.
        05 testColumnName       pic x(064).
        05 testColumnType       pic x(010).
        05 testColumnLength     pic 9(005).
        05 testColumnScale      pic 9(003).
        05 testColumnClass      pic x(012).
        05 testColumnRestricted pic x(001).
        *> C character, N numeric with scale, I integer, F floating,
        *> D date, T time, S timestamp, O anything else (loaded as null).
        05 testColumnFamily     pic x(001).
        05 testColumnRule       binary-short unsigned.
    03 testColumnIndex          binary-short unsigned value zeros.
    03 columnWordNumber         binary-short unsigned value zeros.
    03 columnWordCount          binary-short unsigned value zeros.
    03 columnWord               pic x(064) value spaces.
    03 columnNumberCount        binary-short unsigned value zeros.
    03 tableNameOnLine          pic x(064) value spaces.
    03 sensitivityText          pic x(040) value spaces.

*>------------------------------------------------------------------------------
*> One value being made up. Dates count in days from the base date and
*> times in seconds from the base time, both of them row by row.
*>------------------------------------------------------------------------------
01 valueControls.
    03 rowNumber                binary-long unsigned value zeros.
    03 rowDisplay               pic z(8)9 value zeros.
    03 valueText                pic x(255) value spaces.
    03 valueLength              binary-short unsigned value zeros.
    03 valueIsQuoted            pic 9(001) value zeros.
        88 valueNeedsQuotes     value 1    false 0.
    03 valueNumber              binary-double value zeros.
    03 valueNumberDisplay       pic -(18)9 value zeros.
    03 valueLimit               binary-double value zeros.
    03 valueFraction            binary-double value zeros.
    03 valueFractionDigits      pic 9(018) value zeros.
    03 integerDigits            binary-short value zeros.
    03 powerIndex               binary-short unsigned value zeros.
    03 baseDate                 pic 9(008) value 20240101.
    03 valueDate                pic 9(008) value zeros.
    03 valueSeconds             binary-long unsigned value zeros.
    03 baseSeconds              binary-long unsigned value 28800.
    03 valueTime.
        05 valueHours           pic 9(002).
        05 filler               pic x(001) value ":".
        05 valueMinutes         pic 9(002).
        05 filler               pic x(001) value ":".
        05 valueSecondsPart     pic 9(002).
    03 valueDateText            pic x(010) value spaces.
    03 lineEnding               pic x(002) value spaces.
    03 generatedStamp           pic x(021) value spaces.
    03 countDisplay             pic zzzzzzz9 value zeros.
    03 limitDisplay             pic zzzz9  value zeros.

01 logControls.
    03 logText                  pic x(255)  value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar and wantedProgramName not = spaces
        perform 14-collect-program-tables
    end-if
    if itIsOkSoFar and rulesFileName not = spaces
        perform 13-load-the-rules
    end-if
    if itIsOkSoFar
        perform 2-write-the-script
    end-if
    if tablesGenerated > zeros
        perform 3-report-unused-rules
    end-if

    if thereWasAnError
        move 12 to return-code
    else
        if thereWasAWarning
            move 4 to return-code
        else
            move zeros to return-code
        end-if
    end-if

    stop run.

*>------------------------------------------------------------------------------
*> Receive and validate arguments from command line
*>------------------------------------------------------------------------------
1-get-arguments.

    accept argumentCount from argument-number
    perform 11-read-command-line
        varying argumentNumber from 1 by 1
          until argumentNumber > argumentCount

    if thereWasAnError
        exit paragraph
    end-if

    if catalogFileName = spaces or scriptFileName = spaces or
       (testTableCount = zeros and wantedProgramName = spaces) or
       (testTableCount > zeros and wantedProgramName not = spaces)
        move "(ERROR): PSQL3701E Usage: presqlTestData -g <catalog> -o <script> -t <table> [-t <table> ...] | -p <program> [-w <index-file>] [-n <rows>] [-r <rules-file>]" to logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    *> Same default and override as presqlCatalog uses when refreshing it.
    if whereUsedFileName = spaces
        display "PRESQL_WHEREUSED" upon environment-name
        accept whereUsedFileName from environment-value
    end-if
    if whereUsedFileName = spaces
        move "presql.whereused" to whereUsedFileName
    end-if.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-g" set argumentIs-g to true
        when "-o" set argumentIs-o to true
        when "-t" set argumentIs-t to true
        when "-p" set argumentIs-p to true
        when "-w" set argumentIs-w to true
        when "-n" set argumentIs-n to true
        when "-r" set argumentIs-r to true
        when other
            evaluate true
                when argumentIs-g
                    move argumentText to catalogFileName
                when argumentIs-o
                    move argumentText to scriptFileName
                when argumentIs-t
                    move function lower-case(argumentText) to wantedTableName
                    perform 12-add-wanted-table
                when argumentIs-p
                    move argumentText to wantedProgramName
                when argumentIs-w
                    move argumentText to whereUsedFileName
                when argumentIs-n
                    if argumentText = spaces or
                       test-numval(argumentText) not = zeros or
                       numval(argumentText) < 1 or numval(argumentText) > 99999
                        string "(ERROR): PSQL3703E -n expects a row count from 1 to 99999, not " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                        set thereWasAnError to true
                    else
                        move numval(argumentText) to defaultRowCount
                    end-if
                when argumentIs-r
                    move argumentText to rulesFileName
                when other
                    string "(ERROR): PSQL3702E Unexpected argument " trim(argumentText) delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
            end-evaluate
            move spaces to argumentState
    end-evaluate.

*>------------------------------------------------------------------------------
*> Adds wantedTableName to the tables to generate, once.
*>------------------------------------------------------------------------------
12-add-wanted-table.

    perform varying testTableIndex from 1 by 1 until testTableIndex > testTableCount
        if testTableName(testTableIndex) = wantedTableName
            exit paragraph
        end-if
    end-perform

    if testTableCount >= testTableMax
        move testTableMax to limitDisplay
        string "(ERROR): PSQL3713E More than " trim(limitDisplay) " tables to generate rows for" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    add 1 to testTableCount
    move wantedTableName to testTableName(testTableCount)
    move zeros to testTableRows(testTableCount).

*>------------------------------------------------------------------------------
*> Loads the rules file; a line it does not understand is warned about and
*> skipped, the rest of the file still applies.
*>------------------------------------------------------------------------------
13-load-the-rules.

    open input rulesFile
    if rulesFileStatus not = "00"
        string "(ERROR): PSQL3705E Opening " trim(rulesFileName) " failed with file-status " rulesFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read rulesFile next record at end set rulesEof to true end-read
    perform until rulesEof
        add 1 to ruleLineNumber
        if rulesLine not = spaces and rulesLine(1:1) not = "*"
            perform 131-load-one-rule-line
        end-if
        read rulesFile next record at end set rulesEof to true end-read
    end-perform
    close rulesFile

    *> A rows rule only changes the row count of a table being generated.
    perform varying ruleIndex from 1 by 1 until ruleIndex > ruleCount
        if ruleIsRows(ruleIndex)
            perform varying testTableIndex from 1 by 1 until testTableIndex > testTableCount
                if testTableName(testTableIndex) = ruleTableName(ruleIndex)
                    move ruleLow(ruleIndex) to testTableRows(testTableIndex)
                    move 1 to ruleUsed(ruleIndex)
                end-if
            end-perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> One rule line: "rows <table> <rows>" or "<table>.<column> <kind> ...".
*>------------------------------------------------------------------------------
131-load-one-rule-line.

    if ruleCount >= ruleMax
        move ruleMax to limitDisplay
        string "(WARNING): PSQL3714W The rules file holds more than " trim(limitDisplay) " rules; the rest are ignored" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        set rulesEof to true
        exit paragraph
    end-if

    add 1 to ruleCount
    initialize ruleEntry(ruleCount)
    move getWordCount(rulesLine) to ruleWordCount
    move function lower-case(getWord(rulesLine, firstWord)) to ruleTarget
    move function lower-case(getWord(rulesLine, secondWord)) to ruleKindName

    if trim(ruleTarget) = "rows"
        move "R" to ruleKind(ruleCount)
        move function lower-case(getWord(rulesLine, secondWord)) to ruleTableName(ruleCount)
        move getWord(rulesLine, thirdWord) to ruleWord
        if ruleWordCount = 3 and test-numval(ruleWord) = zeros and
           numval(ruleWord) >= 1 and numval(ruleWord) <= 99999
            move numval(ruleWord) to ruleLow(ruleCount)
            exit paragraph
        end-if
        perform 132-refuse-the-rule-line
        exit paragraph
    end-if

    move zeros to ruleDotPosition
    inspect ruleTarget tallying ruleDotPosition for characters before initial "."
    if ruleDotPosition = zeros or ruleDotPosition >= stored-char-length(ruleTarget) - 1
        perform 132-refuse-the-rule-line
        exit paragraph
    end-if
    move ruleTarget(1:ruleDotPosition) to ruleTableName(ruleCount)
    move ruleTarget(ruleDotPosition + 2:) to ruleColumnName(ruleCount)

    evaluate trim(ruleKindName)
        when "range"
            move "G" to ruleKind(ruleCount)
            move getWord(rulesLine, thirdWord) to ruleWord
            if test-numval(ruleWord) not = zeros
                perform 132-refuse-the-rule-line
                exit paragraph
            end-if
            move numval(ruleWord) to ruleLow(ruleCount)
            move getWord(rulesLine, fourthWord) to ruleWord
            if ruleWordCount not = 4 or test-numval(ruleWord) not = zeros or
               numval(ruleWord) < ruleLow(ruleCount)
                perform 132-refuse-the-rule-line
                exit paragraph
            end-if
            move numval(ruleWord) to ruleHigh(ruleCount)
        when "list"
            move "L" to ruleKind(ruleCount)
            if ruleWordCount < 3 or ruleWordCount > 10
                perform 132-refuse-the-rule-line
                exit paragraph
            end-if
            perform varying ruleWordNumber from 3 by 1 until ruleWordNumber > ruleWordCount
                add 1 to ruleValueCount(ruleCount)
                move getWord(rulesLine, ruleWordNumber) to ruleWord
                *> A value may be written quoted, as it would be in SQL.
                if ruleWord(1:1) = "'" and stored-char-length(ruleWord) > 2 and
                   ruleWord(stored-char-length(ruleWord):1) = "'"
                    move ruleWord(2:stored-char-length(ruleWord) - 2) to ruleWord
                end-if
                move ruleWord to ruleValue(ruleCount ruleValueCount(ruleCount))
            end-perform
        when "sequence"
            move "S" to ruleKind(ruleCount)
            move getWord(rulesLine, thirdWord) to ruleWord
            if ruleWordCount < 3 or ruleWordCount > 4 or test-numval(ruleWord) not = zeros
                perform 132-refuse-the-rule-line
                exit paragraph
            end-if
            move numval(ruleWord) to ruleLow(ruleCount)
            move 1 to ruleHigh(ruleCount)
            if ruleWordCount = 4
                move getWord(rulesLine, fourthWord) to ruleWord
                if test-numval(ruleWord) not = zeros
                    perform 132-refuse-the-rule-line
                    exit paragraph
                end-if
                move numval(ruleWord) to ruleHigh(ruleCount)
            end-if
        when other
            perform 132-refuse-the-rule-line
    end-evaluate.

*>------------------------------------------------------------------------------
*> Warns about the rule line just read and drops its entry again.
*>------------------------------------------------------------------------------
132-refuse-the-rule-line.

    move ruleLineNumber to ruleLineDisplay
    string "(WARNING): PSQL3709W Rules file line " trim(ruleLineDisplay) " is not understood and was ignored: " trim(rulesLine) delimited by size into logText
    perform 90-write-log
    set thereWasAWarning to true
    subtract 1 from ruleCount.

*>------------------------------------------------------------------------------
*> The tables a program references, out of the where-used index: one pass
*> over the whole index, since it is keyed by table first. Work tables the
*> program declares itself are created by the program, not loaded.
*>------------------------------------------------------------------------------
14-collect-program-tables.

    open input whereUsedFile
    if whereUsedNotFound
        string "(ERROR): PSQL3707E Where-used index " trim(whereUsedFileName) " not found; run a -g precompile first" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if whereUsedFileStatus not = "00"
        string "(ERROR): PSQL3705E Opening " trim(whereUsedFileName) " failed with file-status " whereUsedFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move wantedProgramName to programBaseName
    perform 141-take-the-base-name
    move programBaseName to wantedProgramName

    read whereUsedFile next record at end set whereUsedEof to true end-read
    perform until whereUsedEof or thereWasAnError
        if whereUsedWorkTableFlag not = "T"
            move whereUsedProgramName to programBaseName
            perform 141-take-the-base-name
            if programBaseName = wantedProgramName
                move whereUsedTableName to wantedTableName
                perform 12-add-wanted-table
            end-if
        end-if
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-perform
    close whereUsedFile

    if itIsOkSoFar and testTableCount = zeros
        string "(ERROR): PSQL3708E Program " trim(wantedProgramName) " has no table references in the where-used index " trim(whereUsedFileName) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> Cuts programBaseName down to the name after its last "/" or "\", without
*> the "(unit)" a nested program's entries carry.
*>------------------------------------------------------------------------------
141-take-the-base-name.

    move zeros to programSlashPosition
    move zeros to programUnitPosition
    perform varying programScanPosition from 1 by 1 until programScanPosition > 255
        if programBaseName(programScanPosition:1) = "/" or
           programBaseName(programScanPosition:1) = "\"
            move programScanPosition to programSlashPosition
        end-if
        if programBaseName(programScanPosition:1) = "(" and programUnitPosition = zeros
            move programScanPosition to programUnitPosition
        end-if
    end-perform
    if programUnitPosition > programSlashPosition
        move spaces to programBaseName(programUnitPosition:)
    end-if
    if programSlashPosition > zeros and programSlashPosition < 255
        move programBaseName(programSlashPosition + 1:) to programBaseName
    end-if.

*>------------------------------------------------------------------------------
*> Opens the catalog (the indexed form first) and the script, and writes
*> every table's rows in turn. A table the catalog does not have is an
*> error, but the others are still written.
*>------------------------------------------------------------------------------
2-write-the-script.

    open input indexedCatalog
    if indexedCatalogFileStatus = "00"
        set catalogIsIndexed to true
    else
        open input catalogFile
        if catalogNotFound
            string "(ERROR): PSQL3704E Schema catalog " trim(catalogFileName) " not found" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
        end-if
        if catalogFileStatus not = "00"
            string "(ERROR): PSQL3705E Opening " trim(catalogFileName) " failed with file-status " catalogFileStatus delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
        end-if
        close catalogFile
    end-if

    open output scriptFile
    if scriptFileStatus not = "00"
        string "(ERROR): PSQL3705E Opening " trim(scriptFileName) " failed with file-status " scriptFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        if catalogIsIndexed
            close indexedCatalog
        end-if
        exit paragraph
    end-if

    move function current-date to generatedStamp
    move spaces to scriptLine
    string "-- Test data generated by presqlTestData from " trim(catalogFileName)
           " on " generatedStamp(1:8) " " generatedStamp(9:6)
           delimited by size into scriptLine
    write scriptLine
    move "-- Columns classified as sensitive carry masked values only." to scriptLine
    write scriptLine

    perform varying testTableIndex from 1 by 1 until testTableIndex > testTableCount
        perform 21-generate-one-table
    end-perform

    if catalogIsIndexed
        close indexedCatalog
    end-if
    close scriptFile

    move rowsGenerated to countDisplay
    move tablesGenerated to limitDisplay
    string "(info): Wrote " trim(scriptFileName) " with " trim(countDisplay) " rows for " trim(limitDisplay) " tables" delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> One table: its columns out of the catalog, then its rows, committed as
*> a unit.
*>------------------------------------------------------------------------------
21-generate-one-table.

    move testTableName(testTableIndex) to wantedTableName
    move zeros to testColumnCount
    set tableWasFound to false
    if catalogIsIndexed
        perform 221-read-indexed-columns
    else
        perform 222-scan-catalog-columns
    end-if

    if not tableWasFound
        string "(ERROR): PSQL3706E Table " trim(wantedTableName) " is not in the schema catalog " trim(catalogFileName) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if testColumnCount = zeros
        exit paragraph
    end-if

    perform 223-attach-the-rules
        varying testColumnIndex from 1 by 1
          until testColumnIndex > testColumnCount
    if testTableRows(testTableIndex) = zeros
        move defaultRowCount to testTableRows(testTableIndex)
    end-if

    move testTableRows(testTableIndex) to countDisplay
    move spaces to scriptLine
    write scriptLine
    string "-- " trim(wantedTableName) ": " trim(countDisplay) " rows" delimited by size into scriptLine
    write scriptLine

    perform 23-write-one-row
        varying rowNumber from 1 by 1
          until rowNumber > testTableRows(testTableIndex)

    move "commit;" to scriptLine
    write scriptLine
    add 1 to tablesGenerated.

*>------------------------------------------------------------------------------
*> The wanted table out of the indexed catalog: its T entry by key, then
*> its P entries in position order.
*>------------------------------------------------------------------------------
221-read-indexed-columns.

    move spaces to indexedCatalogKey
    move wantedTableName to indexedTableName
    move "T" to indexedEntryKind
    read indexedCatalog key is indexedCatalogKey
        invalid key exit paragraph
    end-read
    set tableWasFound to true

    move "P" to indexedEntryKind
    move low-values to indexedEntryName
    start indexedCatalog key > indexedCatalogKey
        invalid key move "10" to indexedCatalogFileStatus
    end-start
    if indexedCatalogFileStatus = "00"
        read indexedCatalog next record
            at end move "10" to indexedCatalogFileStatus
        end-read
    end-if
    perform until indexedCatalogFileStatus not = "00"
               or indexedTableName not = wantedTableName
               or indexedEntryKind not = "P"
               or testColumnCount >= testColumnMax
        add 1 to testColumnCount
        move indexedColumnName to testColumnName(testColumnCount)
        move indexedColumnType to testColumnType(testColumnCount)
        move indexedColumnLength to testColumnLength(testColumnCount)
        move indexedColumnScale to testColumnScale(testColumnCount)
        move indexedColumnClass to testColumnClass(testColumnCount)
        move indexedColumnRestricted to testColumnRestricted(testColumnCount)
        read indexedCatalog next record
            at end move "10" to indexedCatalogFileStatus
        end-read
    end-perform
    move "00" to indexedCatalogFileStatus.

*>------------------------------------------------------------------------------
*> The wanted table out of the line-sequential catalog: the column lines
*> between its "table" line and the next one.
*>------------------------------------------------------------------------------
222-scan-catalog-columns.

    open input catalogFile
    set insideWantedTable to false
    read catalogFile next record at end set catalogEof to true end-read
    perform until catalogEof
        if catalogLine not = spaces and catalogLine(1:1) not = "*"
            evaluate function lower-case(trim(getWord(catalogLine, firstWord)))
                when "table"
                    *> Staged into a field first, as presqlDclgen does.
                    move function lower-case(getWord(catalogLine, secondWord)) to tableNameOnLine
                    if tableNameOnLine = wantedTableName
                        set tableWasFound to true
                        set insideWantedTable to true
                    else
                        set insideWantedTable to false
                    end-if
                when "column"
                    if insideWantedTable and testColumnCount < testColumnMax
                        perform 222a-take-the-column
                    end-if
                when other
                    continue
            end-evaluate
        end-if
        read catalogFile next record at end set catalogEof to true end-read
    end-perform
    close catalogFile
    set catalogEof to false.

*>------------------------------------------------------------------------------
*> One column line: name and type, then the length, the scale and the
*> classification words, read the way presqlCatalog reads them.
*>------------------------------------------------------------------------------
222a-take-the-column.

    add 1 to testColumnCount
    move function lower-case(getWord(catalogLine, secondWord)) to testColumnName(testColumnCount)
    move function lower-case(getWord(catalogLine, thirdWord)) to testColumnType(testColumnCount)
    move zeros to testColumnLength(testColumnCount)
    move zeros to testColumnScale(testColumnCount)
    move spaces to testColumnClass(testColumnCount)
    move spaces to testColumnRestricted(testColumnCount)
    move zeros to columnNumberCount
    *> Only as far as the line goes: getWord hands back nothing usable for
    *> a word past its last one.
    move getWordCount(catalogLine) to columnWordCount
    perform varying columnWordNumber from 4 by 1
              until columnWordNumber > 8 or columnWordNumber > columnWordCount
        move function lower-case(getWord(catalogLine, columnWordNumber)) to columnWord
        evaluate true
            when columnWord = spaces
                continue
            when columnWord(1:1) >= "0" and columnWord(1:1) <= "9"
                add 1 to columnNumberCount
                if columnNumberCount = 1
                    move numval(columnWord) to testColumnLength(testColumnCount)
                else
                    move numval(columnWord) to testColumnScale(testColumnCount)
                end-if
            when trim(columnWord) = "restricted"
                move "R" to testColumnRestricted(testColumnCount)
            when other
                move columnWord to testColumnClass(testColumnCount)
        end-evaluate
    end-perform.

*>------------------------------------------------------------------------------
*> Sorts the column into its value family and finds its rule, if any. A
*> sensitive column's rule is ignored, and so is a rule that cannot make
*> values of the column's type; both are warned about.
*>------------------------------------------------------------------------------
223-attach-the-rules.

    evaluate trim(testColumnType(testColumnIndex))
        when "char"
        when "character"
        when "varchar"
        when "text"
            move "C" to testColumnFamily(testColumnIndex)
        when "numeric"
        when "decimal"
        when "dec"
            move "N" to testColumnFamily(testColumnIndex)
        when "integer"
        when "int"
        when "smallint"
        when "bigint"
            move "I" to testColumnFamily(testColumnIndex)
        when "float"
        when "real"
        when "double"
            move "F" to testColumnFamily(testColumnIndex)
        when "date"
            move "D" to testColumnFamily(testColumnIndex)
        when "time"
            move "T" to testColumnFamily(testColumnIndex)
        when "timestamp"
            move "S" to testColumnFamily(testColumnIndex)
        when other
            move "O" to testColumnFamily(testColumnIndex)
    end-evaluate

    move zeros to testColumnRule(testColumnIndex)
    perform varying ruleIndex from 1 by 1 until ruleIndex > ruleCount
        if not ruleIsRows(ruleIndex) and
           ruleTableName(ruleIndex) = wantedTableName and
           ruleColumnName(ruleIndex) = testColumnName(testColumnIndex)
            move ruleIndex to testColumnRule(testColumnIndex)
            move 1 to ruleUsed(ruleIndex)
            exit perform
        end-if
    end-perform
    if testColumnRule(testColumnIndex) = zeros
        exit paragraph
    end-if
    move testColumnRule(testColumnIndex) to ruleIndex

    if testColumnClass(testColumnIndex) not = spaces or
       testColumnRestricted(testColumnIndex) = "R"
        move spaces to sensitivityText
        if testColumnRestricted(testColumnIndex) = "R"
            string trim(testColumnClass(testColumnIndex)) " restricted" delimited by size into sensitivityText
        else
            move testColumnClass(testColumnIndex) to sensitivityText
        end-if
        string "(WARNING): PSQL3710W Column " trim(wantedTableName) "." trim(testColumnName(testColumnIndex)) " is classified " trim(sensitivityText) "; its rule is ignored and it gets masked values" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        move zeros to testColumnRule(testColumnIndex)
        exit paragraph
    end-if

    *> A list for a number column has to hold numbers, as they go in unquoted.
    set listHoldsNumbers to true
    if ruleIsList(ruleIndex) and (testColumnFamily(testColumnIndex) = "N" or
                                  testColumnFamily(testColumnIndex) = "I" or
                                  testColumnFamily(testColumnIndex) = "F")
        perform varying ruleValueIndex from 1 by 1 until ruleValueIndex > ruleValueCount(ruleIndex)
            if test-numval(ruleValue(ruleIndex ruleValueIndex)) not = zeros
                set listHoldsNumbers to false
            end-if
        end-perform
    end-if

    if not listHoldsNumbers or
       (ruleIsRange(ruleIndex) and testColumnFamily(testColumnIndex) not = "N" and
                                   testColumnFamily(testColumnIndex) not = "I" and
                                   testColumnFamily(testColumnIndex) not = "F") or
       (ruleIsSequence(ruleIndex) and testColumnFamily(testColumnIndex) not = "N" and
                                      testColumnFamily(testColumnIndex) not = "I" and
                                      testColumnFamily(testColumnIndex) not = "F" and
                                      testColumnFamily(testColumnIndex) not = "C") or
       testColumnFamily(testColumnIndex) = "O"
        evaluate true
            when ruleIsRange(ruleIndex)
                move "range" to ruleKindName
            when ruleIsList(ruleIndex)
                move "list" to ruleKindName
            when other
                move "sequence" to ruleKindName
        end-evaluate
        string "(WARNING): PSQL3711W The " trim(ruleKindName) " rule for column " trim(wantedTableName) "." trim(testColumnName(testColumnIndex)) " does not suit its type " trim(testColumnType(testColumnIndex)) "; it was ignored" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        move zeros to testColumnRule(testColumnIndex)
    end-if.

*>------------------------------------------------------------------------------
*> One row: an INSERT naming every column, one column and one value to a
*> line so that no table is too wide for the script.
*>------------------------------------------------------------------------------
23-write-one-row.

    move spaces to scriptLine
    string "insert into " trim(wantedTableName) " (" delimited by size into scriptLine
    write scriptLine
    perform varying testColumnIndex from 1 by 1 until testColumnIndex > testColumnCount
        if testColumnIndex < testColumnCount
            move "," to lineEnding
        else
            move ")" to lineEnding
        end-if
        move spaces to scriptLine
        string "    " trim(testColumnName(testColumnIndex)) trim(lineEnding) delimited by size into scriptLine
        write scriptLine
    end-perform

    move "values (" to scriptLine
    write scriptLine
    perform varying testColumnIndex from 1 by 1 until testColumnIndex > testColumnCount
        perform 24-build-column-value
        if testColumnIndex < testColumnCount
            move "," to lineEnding
        else
            move ");" to lineEnding
        end-if
        move spaces to scriptLine
        if valueNeedsQuotes
            string "    '" valueText(1:valueLength) "'" trim(lineEnding) delimited by size into scriptLine
        else
            string "    " valueText(1:valueLength) trim(lineEnding) delimited by size into scriptLine
        end-if
        write scriptLine
    end-perform
    add 1 to rowsGenerated.

*>------------------------------------------------------------------------------
*> The value of one column in row rowNumber: masked when the column is
*> sensitive, from its rule when it has one, made up from its type
*> otherwise. valueText(1:valueLength) comes back, quoted or not.
*>------------------------------------------------------------------------------
24-build-column-value.

    move spaces to valueText
    move zeros to valueLength
    evaluate testColumnFamily(testColumnIndex)
        when "C"
        when "D"
        when "T"
        when "S"
            set valueNeedsQuotes to true
        when other
            set valueNeedsQuotes to false
    end-evaluate

    evaluate true
        when testColumnClass(testColumnIndex) not = spaces or
             testColumnRestricted(testColumnIndex) = "R"
            perform 25-build-masked-value
        when testColumnRule(testColumnIndex) > zeros
            perform 26-apply-the-rule
        when other
            perform 27-build-default-value
    end-evaluate

    if valueLength = zeros
        move stored-char-length(valueText) to valueLength
    end-if
    if valueLength = zeros
        move 1 to valueLength
    end-if.

*>------------------------------------------------------------------------------
*> A sensitive column's value: nothing anyone could take for real data.
*>------------------------------------------------------------------------------
25-build-masked-value.

    evaluate testColumnFamily(testColumnIndex)
        when "C"
            perform 28-take-the-character-length
            move all "X" to valueText(1:valueLength)
            move rowNumber to rowDisplay
            if stored-char-length(trim(rowDisplay)) < valueLength
                move trim(rowDisplay) to valueText(valueLength - stored-char-length(trim(rowDisplay)) + 1:)
            end-if
        when "N"
        when "I"
        when "F"
            move rowNumber to valueNumber
            perform 29-fit-the-number
        when "D"
            move "0001-01-01" to valueText
        when "T"
            move "00:00:00" to valueText
        when "S"
            move "0001-01-01 00:00:00" to valueText
        when other
            move "null" to valueText
    end-evaluate.

*>------------------------------------------------------------------------------
*> The value the column's rule gives row rowNumber: a range cycles from low
*> to high, a list cycles through its values, a sequence counts up from
*> its start by its step.
*>------------------------------------------------------------------------------
26-apply-the-rule.

    move testColumnRule(testColumnIndex) to ruleIndex
    evaluate true
        when ruleIsRange(ruleIndex)
            compute valueNumber = ruleLow(ruleIndex) +
                    function mod(rowNumber - 1, ruleHigh(ruleIndex) - ruleLow(ruleIndex) + 1)
            move valueNumber to valueNumberDisplay
            move trim(valueNumberDisplay) to valueText
        when ruleIsList(ruleIndex)
            compute ruleValueIndex = function mod(rowNumber - 1, ruleValueCount(ruleIndex)) + 1
            move ruleValue(ruleIndex ruleValueIndex) to valueText
        when other
            compute valueNumber = ruleLow(ruleIndex) + (rowNumber - 1) * ruleHigh(ruleIndex)
            move valueNumber to valueNumberDisplay
            move trim(valueNumberDisplay) to valueText
    end-evaluate

    *> Cut to the column before any quote in it is doubled for the script.
    if testColumnFamily(testColumnIndex) = "C"
        perform 28-take-the-character-length
        if stored-char-length(valueText) < valueLength
            move stored-char-length(valueText) to valueLength
        end-if
        move spaces to valueText(valueLength + 1:)
        move substitute(valueText, "'", "''") to valueText
        move zeros to valueLength
    end-if.

*>------------------------------------------------------------------------------
*> A value made up from the column's type alone: the column name and row
*> number for text, the row number fitted to the precision for numbers,
*> and consecutive days and seconds from the base date and time.
*>------------------------------------------------------------------------------
27-build-default-value.

    move rowNumber to rowDisplay
    evaluate testColumnFamily(testColumnIndex)
        when "C"
            string trim(testColumnName(testColumnIndex)) "-" trim(rowDisplay) delimited by size into valueText
            perform 28-take-the-character-length
            if stored-char-length(valueText) < valueLength
                move stored-char-length(valueText) to valueLength
            end-if
        when "N"
        when "I"
            move rowNumber to valueNumber
            perform 29-fit-the-number
        when "F"
            string trim(rowDisplay) ".5" delimited by size into valueText
        when "D"
            perform 27a-take-the-date
            move valueDateText to valueText
        when "T"
            perform 27b-take-the-time
            move valueTime to valueText
        when "S"
            perform 27a-take-the-date
            perform 27b-take-the-time
            string valueDateText " " valueTime delimited by size into valueText
        when other
            move "null" to valueText
    end-evaluate.

*>------------------------------------------------------------------------------
*> The base date plus one day per row, as yyyy-mm-dd.
*>------------------------------------------------------------------------------
27a-take-the-date.

    compute valueDate = function date-of-integer(function integer-of-date(baseDate) + rowNumber - 1)
    string valueDate(1:4) "-" valueDate(5:2) "-" valueDate(7:2) delimited by size into valueDateText.

*>------------------------------------------------------------------------------
*> The base time plus one second per row, round the clock, as hh:mm:ss.
*>------------------------------------------------------------------------------
27b-take-the-time.

    compute valueSeconds = function mod(baseSeconds + rowNumber - 1, 86400)
    compute valueHours = valueSeconds / 3600
    compute valueMinutes = function mod(valueSeconds, 3600) / 60
    compute valueSecondsPart = function mod(valueSeconds, 60).

*>------------------------------------------------------------------------------
*> The character column's length as valueLength: a column line without
*> one is taken as twenty characters wide, and the value never runs past
*> the 255 the script line leaves room for.
*>------------------------------------------------------------------------------
28-take-the-character-length.

    move testColumnLength(testColumnIndex) to valueLength
    if valueLength = zeros
        move 20 to valueLength
    end-if
    if valueLength > 200
        move 200 to valueLength
    end-if.

*>------------------------------------------------------------------------------
*> valueNumber fitted to the column: wrapped round to the integer digits
*> its length and scale leave (a smallint to its range), with the row
*> number's last digits as the fraction where it has a scale.
*>------------------------------------------------------------------------------
29-fit-the-number.

    if testColumnFamily(testColumnIndex) = "N"
        compute integerDigits = testColumnLength(testColumnIndex) - testColumnScale(testColumnIndex)
        if testColumnLength(testColumnIndex) = zeros
            move 9 to integerDigits
        end-if
        if integerDigits > 17
            move 17 to integerDigits
        end-if
        if integerDigits < 1
            move zeros to valueNumber
        else
            move 1 to valueLimit
            perform varying powerIndex from 1 by 1 until powerIndex > integerDigits
                multiply 10 by valueLimit
            end-perform
            compute valueNumber = function mod(valueNumber, valueLimit)
        end-if
    end-if
    if trim(testColumnType(testColumnIndex)) = "smallint"
        compute valueNumber = function mod(valueNumber, 32768)
    end-if

    move valueNumber to valueNumberDisplay
    move trim(valueNumberDisplay) to valueText

    if testColumnFamily(testColumnIndex) = "N" and testColumnScale(testColumnIndex) > zeros
        compute valueFraction = function mod(rowNumber, 100)
        move valueFraction to valueFractionDigits
        if testColumnScale(testColumnIndex) > 18
            move 18 to powerIndex
        else
            move testColumnScale(testColumnIndex) to powerIndex
        end-if
        move spaces to valueText
        string trim(valueNumberDisplay) "." valueFractionDigits(19 - powerIndex:powerIndex) delimited by size into valueText
    end-if.

*>------------------------------------------------------------------------------
*> Rules that named no generated table or column are probably mistyped.
*>------------------------------------------------------------------------------
3-report-unused-rules.

    perform varying ruleIndex from 1 by 1 until ruleIndex > ruleCount
        if ruleUsed(ruleIndex) = zeros
            if ruleIsRows(ruleIndex)
                string "(WARNING): PSQL3712W The rows rule for table " trim(ruleTableName(ruleIndex)) " matches no table being generated" delimited by size into logText
            else
                string "(WARNING): PSQL3712W The rule for column " trim(ruleTableName(ruleIndex)) "." trim(ruleColumnName(ruleIndex)) " matches no column being generated" delimited by size into logText
            end-if
            perform 90-write-log
            set thereWasAWarning to true
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Writes one line to stderr; like presqlDclgen this program runs standalone
*> from the command line, so there is no -l run log to append to.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
    move spaces to logText.
