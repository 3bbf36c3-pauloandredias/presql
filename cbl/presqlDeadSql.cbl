*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlDeadSql.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Dead-SQL report over a statistics window. Takes the batch list a -b run
*> precompiled and the runtime statistics files presqlStatRecord appended
*> to over a period (one -r per file, in any order), and lists:
*>   - every statement of every member that no statistics record shows as
*>     executed, with its SQL text out of the member's .presql.listing and
*>     the tables it touches out of the where-used index
*>   - every whole program (or program unit of a multi-program source)
*>     none of whose statements executed
*>   - every table that only statements never executed reference, so the
*>     DBAs can see which tables only dead code keeps alive
*> A table any program outside the batch list references is never reported
*> as dead: the window says nothing about programs it did not cover.
*>
*>     presqlDeadSql -b <batch-list> -r <stats-file> [-r <stats-file> ...]
*>                   [-w <index-file>]
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
    function getWordNumber
    function all intrinsic.

input-output section.
file-control.
    select batchListFile assign to batchListFileName
    organization is line sequential
    file status is batchListFileStatus.

    select statsFile assign to statsFileNameInUse
    organization is line sequential
    file status is statsFileStatus.

    select listingFile assign to listingFileName
    organization is line sequential
    file status is listingFileStatus.

    select whereUsedFile assign to whereUsedFileName
    organization is indexed
    access mode is dynamic
    record key is whereUsedKey
    file status is whereUsedFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd batchListFile.
01 batchListLine                pic x(255).

fd statsFile.
01 statsLine                    pic x(255).

fd listingFile.
01 listingLine                  pic x(255).

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

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 warningFlag              pic 9(001)  value zeros.
        88 thereWasAWarning     value 1     false 0.
    03 batchListFileStatus      pic x(002)  value spaces.
        88 batchListEof         value "10"  false "00".
        88 batchListNotFound    value "35"  false "00".
    03 statsFileStatus          pic x(002)  value spaces.
        88 statsEof             value "10"  false "00".
        88 statsNotFound        value "35"  false "00".
    03 listingFileStatus        pic x(002)  value spaces.
        88 listingEof           value "10"  false "00".
    03 whereUsedFileStatus      pic x(002)  value spaces.
        88 whereUsedEof         value "10"  false "00".
        88 whereUsedNotFound    value "35"  false "00".
    03 indexState               pic 9(001)  value zeros.
        88 theIndexWasRead      value 1     false 0.
    03 tagState                 pic 9(001)  value zeros.
        88 theTagWasFound       value 1     false 0.
    03 limitState               pic 9(001)  value zeros.
        88 limitWasReported     value 1     false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-b         value "-b"  false spaces. *> The batch list the window's programs were precompiled from
        88 argumentIs-r         value "-r"  false spaces. *> One statistics file of the window (repeatable)
        88 argumentIs-w         value "-w"  false spaces. *> The where-used index file

01 inquiryControls.
    03 batchListFileName        pic x(255)  value spaces.
    03 whereUsedFileName        pic x(255)  value spaces.
    03 memberName               pic x(255)  value spaces.
    03 listingFileName          pic x(255)  value spaces.
    03 listingUnitName          pic x(031)  value spaces.
    03 listingWord              pic x(031)  value spaces.
    03 firstWord                binary-short unsigned value 1.
    03 secondWord               binary-short unsigned value 2.

*>------------------------------------------------------------------------------
*> The statistics files that make up the window, in the order informed.
*>------------------------------------------------------------------------------
01 statsControls.
    03 statsFileCount           binary-short unsigned value zeros.
    03 statsFileMax             binary-short unsigned value 50.
    03 statsFileName            pic x(255)  occurs 50.
    03 statsFileIndex           binary-short unsigned value zeros.
    03 statsFileNameInUse       pic x(255)  value spaces.
    03 statsRecordsRead         binary-long unsigned value zeros.

*>------------------------------------------------------------------------------
*> One record's parsed fields; only the program and the statement number
*> matter here, whatever else presqlStatRecord appends after them.
*>------------------------------------------------------------------------------
01 parsedRecord.
    03 recordProgramName        pic x(060)  value spaces.
    03 recordStatementText      pic x(010)  value spaces.
    03 recordStatementNumber    pic 9(003)  value zeros.

*>------------------------------------------------------------------------------
*> Every distinct program and statement number the window saw executed.
*> Consecutive records of one program usually repeat the same pair, so the
*> last one folded is checked first.
*>------------------------------------------------------------------------------
01 executedPairs.
    03 executedCount            binary-short unsigned value zeros.
    03 executedMax              binary-short unsigned value 5000.
    03 executedEntry occurs 5000.
        05 executedProgram      pic x(060).
        05 executedStatement    pic 9(003).
    03 executedIndex            binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The programs of the batch list: a member, or each program unit of a
*> multi-program member, named the way the where-used index and the
*> statistics records name it ("source" or "source(PROGRAM-ID)").
*>------------------------------------------------------------------------------
01 programControls.
    03 programCount             binary-short unsigned value zeros.
    03 programMax               binary-short unsigned value 1000.
    03 programEntry occurs 1000.
        05 programName          pic x(255).
        05 programNameLength    binary-short unsigned.
        05 programStatements    binary-short unsigned.
        05 programExecuted      binary-short unsigned.
    03 programIndex             binary-short unsigned value zeros.
    03 statsNameLength          binary-short unsigned value zeros.
    03 suffixStart              binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> Every statement of the batch list's listings, with the first slice of
*> its text, whether the window executed it, and the tables the where-used
*> index says it touches.
*>------------------------------------------------------------------------------
01 statementControls.
    03 statementCount           binary-short unsigned value zeros.
    03 statementMax             binary-short unsigned value 5000.
    03 statementEntry occurs 5000.
        05 statementProgram     binary-short unsigned.
        05 statementNumber      pic 9(003).
        05 statementExecutedFlag pic 9(001).
            88 statementWasExecuted value 1 false 0.
        05 statementText        pic x(120).
        05 statementTables      pic x(120).
    03 statementIndex           binary-short unsigned value zeros.
    03 tableListScratch         pic x(255)  value spaces.

*>------------------------------------------------------------------------------
*> The table being folded on the pass over the index, and the tables found
*> referenced by statements never executed and by nothing else.
*>------------------------------------------------------------------------------
01 tableControls.
    03 currentTableName         pic x(064)  value spaces.
    03 currentTableDeadFlag     pic 9(001)  value zeros.
        88 currentTableHasDeadUse value 1   false 0.
    03 currentTableLiveFlag     pic 9(001)  value zeros.
        88 currentTableHasLiveUse value 1   false 0.
    03 deadTableCount           binary-short unsigned value zeros.
    03 deadTableMax             binary-short unsigned value 500.
    03 deadTableName            pic x(064)  occurs 500.
    03 deadTableIndex           binary-short unsigned value zeros.
    03 referenceWordCount       binary-short unsigned value zeros.
    03 referenceWordNumber      binary-short unsigned value zeros.
    03 referenceWord            pic x(010)  value spaces.
    03 referenceStatement       pic 9(003)  value zeros.
    03 referenceProgram         binary-short unsigned value zeros.

01 displayFields.
    03 countDisplay             pic zzzzzzz9 value zeros.
    03 secondCountDisplay       pic zzzzzzz9 value zeros.
    03 statementDisplay         pic zz9      value zeros.
    03 limitDisplay             pic zzz9     value zeros.
    03 findingsReported         binary-short unsigned value zeros.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-load-the-statistics
    end-if
    if itIsOkSoFar
        perform 3-load-the-batch-list
    end-if
    if itIsOkSoFar
        perform 4-mark-executed-statements
        perform 5-read-the-index
        perform 6-write-the-report
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

    if batchListFileName = spaces or statsFileCount = zeros
        move "(ERROR): PSQL2201E Usage: presqlDeadSql -b <batch-list> -r <stats-file> [-r <stats-file> ...] [-w <index-file>]" to logText
        perform 90-write-log
        set thereWasAnError to true
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
        when "-b" set argumentIs-b to true
        when "-r" set argumentIs-r to true
        when "-w" set argumentIs-w to true
        when other
            if argumentIs-b
                move argumentText to batchListFileName
                set argumentIs-b to false
            else
                if argumentIs-r
                    if statsFileCount < statsFileMax
                        add 1 to statsFileCount
                        move argumentText to statsFileName(statsFileCount)
                    else
                        move statsFileMax to limitDisplay
                        string "(WARNING): PSQL2202W More than " trim(limitDisplay) " statistics files; " trim(argumentText) " is left out of the window" delimited by size into logText
                        perform 90-write-log
                        set thereWasAWarning to true
                    end-if
                    set argumentIs-r to false
                else
                    if argumentIs-w
                        move argumentText to whereUsedFileName
                        set argumentIs-w to false
                    else
                        string "(ERROR): PSQL2203E Unexpected argument " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                        set thereWasAnError to true
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> One pass over each statistics file of the window. A file that cannot be
*> read stops the report: a statement would otherwise show as dead only
*> because the day it ran is missing.
*>------------------------------------------------------------------------------
2-load-the-statistics.

    perform varying statsFileIndex from 1 by 1 until statsFileIndex > statsFileCount
        move statsFileName(statsFileIndex) to statsFileNameInUse
        open input statsFile
        if statsNotFound
            string "(ERROR): PSQL2204E Statistics file " trim(statsFileNameInUse) " not found" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
        end-if
        if statsFileStatus not = "00"
            string "(ERROR): PSQL2205E Opening " trim(statsFileNameInUse) " failed with file-status " statsFileStatus delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
        end-if

        read statsFile next record at end set statsEof to true end-read
        perform until statsEof
            if statsLine not = spaces
                perform 21-fold-one-record
            end-if
            read statsFile next record at end set statsEof to true end-read
        end-perform
        close statsFile
        move spaces to statsFileStatus
    end-perform.

*>------------------------------------------------------------------------------
*> Keeps the record's program and statement number, once per distinct pair.
*>------------------------------------------------------------------------------
21-fold-one-record.

    add 1 to statsRecordsRead
    move spaces to recordProgramName
    move spaces to recordStatementText
    unstring statsLine delimited by ","
        into recordProgramName
             recordStatementText
    end-unstring
    if recordProgramName = spaces or recordStatementText = spaces
        exit paragraph
    end-if
    move numval(recordStatementText) to recordStatementNumber

    if executedCount > zeros
        if executedProgram(executedCount) = recordProgramName and
           executedStatement(executedCount) = recordStatementNumber
            exit paragraph
        end-if
    end-if

    perform varying executedIndex from 1 by 1 until executedIndex > executedCount
        if executedProgram(executedIndex) = recordProgramName and
           executedStatement(executedIndex) = recordStatementNumber
            exit paragraph
        end-if
    end-perform

    if executedCount < executedMax
        add 1 to executedCount
        move recordProgramName to executedProgram(executedCount)
        move recordStatementNumber to executedStatement(executedCount)
    else
        if not limitWasReported
            move executedMax to limitDisplay
            string "(WARNING): PSQL2206W More than " trim(limitDisplay) " distinct executed statements; the rest show as never executed" delimited by size into logText
            perform 90-write-log
            set limitWasReported to true
            set thereWasAWarning to true
        end-if
    end-if.

*>------------------------------------------------------------------------------
*> One member per non-blank batch list line (its first word; the option
*> words a line may carry for presql do not matter here), each read back
*> from the .presql.listing file the precompile left next to it.
*>------------------------------------------------------------------------------
3-load-the-batch-list.

    open input batchListFile
    if batchListNotFound
        string "(ERROR): PSQL2207E Batch list file " trim(batchListFileName) " not found" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if batchListFileStatus not = "00"
        string "(ERROR): PSQL2208E Opening " trim(batchListFileName) " failed with file-status " batchListFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    set limitWasReported to false
    read batchListFile next record at end set batchListEof to true end-read
    perform until batchListEof
        if batchListLine not = spaces
            move spaces to memberName
            move getWord(batchListLine, firstWord) to memberName
            perform 31-load-one-listing
        end-if
        read batchListFile next record at end set batchListEof to true end-read
    end-perform
    close batchListFile.

*>------------------------------------------------------------------------------
*> Reads a member's listing: a "Program NAME:" line opens a program unit of
*> a multi-program source, a "Statement nnn:" tag announces a statement,
*> and the line after the tag carries the first slice of its text. A
*> listing with no "Program" lines is a single program named after the
*> member. A member never precompiled is reported and left out.
*>------------------------------------------------------------------------------
31-load-one-listing.

    move spaces to listingFileName
    string trim(memberName) ".presql.listing" delimited by size into listingFileName
    open input listingFile
    if listingFileStatus not = "00"
        string "(WARNING): PSQL2209W Listing " trim(listingFileName) " cannot be opened; member " trim(memberName) " is left out of the report" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        move spaces to listingFileStatus
        exit paragraph
    end-if

    move spaces to listingUnitName
    move zeros to programIndex
    set theTagWasFound to false
    read listingFile next record at end set listingEof to true end-read
    perform until listingEof
        if theTagWasFound
            if statementIndex > zeros
                move listingLine(1:120) to statementText(statementIndex)
            end-if
            set theTagWasFound to false
        else
            if listingLine(1:8) = "Program " and
               listingLine(9:1) not = space
                move spaces to listingWord
                move getWord(listingLine, secondWord) to listingWord
                move spaces to listingUnitName
                unstring listingWord delimited by ":" into listingUnitName
                move zeros to programIndex
            end-if
            if listingLine(1:10) = "Statement " and
               listingLine(11:3) is numeric and
               listingLine(14:1) = ":"
                if programIndex = zeros
                    perform 32-add-the-program
                end-if
                perform 33-add-the-statement
                set theTagWasFound to true
            end-if
        end-if
        read listingFile next record at end set listingEof to true end-read
    end-perform
    close listingFile
    move spaces to listingFileStatus.

*>------------------------------------------------------------------------------
*> Opens the program entry the next statements belong to, named the way
*> presqlCatalog names it in the where-used index.
*>------------------------------------------------------------------------------
32-add-the-program.

    if programCount >= programMax
        move zeros to programIndex
        exit paragraph
    end-if
    add 1 to programCount
    move programCount to programIndex
    move spaces to programName(programIndex)
    if listingUnitName = spaces
        move memberName to programName(programIndex)
    else
        string trim(memberName) "(" trim(listingUnitName) ")" delimited by size into programName(programIndex)
    end-if
    move stored-char-length(programName(programIndex)) to programNameLength(programIndex)
    move zeros to programStatements(programIndex)
    move zeros to programExecuted(programIndex).

*>------------------------------------------------------------------------------
*> One statement entry for the tag on listingLine.
*>------------------------------------------------------------------------------
33-add-the-statement.

    move zeros to statementIndex
    if programIndex = zeros
        exit paragraph
    end-if
    if statementCount >= statementMax
        if not limitWasReported
            move statementMax to limitDisplay
            string "(WARNING): PSQL2210W More than " trim(limitDisplay) " statements; the report stops at member " trim(memberName) delimited by size into logText
            perform 90-write-log
            set limitWasReported to true
            set thereWasAWarning to true
        end-if
        exit paragraph
    end-if

    add 1 to statementCount
    move statementCount to statementIndex
    move programIndex to statementProgram(statementIndex)
    move listingLine(11:3) to statementNumber(statementIndex)
    set statementWasExecuted(statementIndex) to false
    move spaces to statementText(statementIndex)
    move spaces to statementTables(statementIndex)
    add 1 to programStatements(programIndex).

*>------------------------------------------------------------------------------
*> Marks every statement some statistics record shows as executed.
*>------------------------------------------------------------------------------
4-mark-executed-statements.

    perform varying executedIndex from 1 by 1 until executedIndex > executedCount
        move executedProgram(executedIndex) to recordProgramName
        perform 41-find-the-program
        if programIndex > zeros
            perform varying statementIndex from 1 by 1 until statementIndex > statementCount
                if statementProgram(statementIndex) = programIndex and
                   statementNumber(statementIndex) = executedStatement(executedIndex)
                    if not statementWasExecuted(statementIndex)
                        set statementWasExecuted(statementIndex) to true
                        add 1 to programExecuted(programIndex)
                    end-if
                    exit perform
                end-if
            end-perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The program entry a statistics record's program name stands for. The
*> recorder keeps only the rightmost 60 characters of the name (22 for a
*> fixed-format source), so a name of exactly that length also matches
*> the tail of a longer one.
*>------------------------------------------------------------------------------
41-find-the-program.

    move stored-char-length(recordProgramName) to statsNameLength
    perform varying programIndex from 1 by 1 until programIndex > programCount
        if programNameLength(programIndex) = statsNameLength
            if programName(programIndex)(1:statsNameLength) = recordProgramName(1:statsNameLength)
                exit paragraph
            end-if
        end-if
        if programNameLength(programIndex) > statsNameLength and
           (statsNameLength = 22 or statsNameLength = 60)
            compute suffixStart = programNameLength(programIndex) - statsNameLength + 1
            if programName(programIndex)(suffixStart:statsNameLength) = recordProgramName(1:statsNameLength)
                exit paragraph
            end-if
        end-if
    end-perform
    move zeros to programIndex.

*>------------------------------------------------------------------------------
*> One pass over the table-level references of the where-used index. Each
*> reference by a batch list program hands its table to the statements it
*> lists; a table is dead when every reference to it comes from statements
*> never executed. Without the index the report still runs, only without
*> the tables.
*>------------------------------------------------------------------------------
5-read-the-index.

    open input whereUsedFile
    if whereUsedFileStatus not = "00"
        string "(WARNING): PSQL2211W Where-used index " trim(whereUsedFileName) " cannot be opened (file-status " whereUsedFileStatus "); tables are not reported" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        move spaces to whereUsedFileStatus
        exit paragraph
    end-if
    set theIndexWasRead to true

    move spaces to currentTableName
    move low-values to whereUsedKey
    start whereUsedFile key >= whereUsedKey
        invalid key set whereUsedEof to true
    end-start

    if not whereUsedEof
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-if
    perform until whereUsedEof
        if whereUsedColumnName = spaces
            if whereUsedTableName not = currentTableName
                perform 52-close-the-table
                move whereUsedTableName to currentTableName
                set currentTableHasDeadUse to false
                set currentTableHasLiveUse to false
            end-if
            perform 51-fold-one-reference
        end-if
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-perform
    perform 52-close-the-table
    close whereUsedFile.

*>------------------------------------------------------------------------------
*> Hands the table to each listed statement of a batch list program. A
*> program outside the batch list, or a statement its listing no longer
*> has, counts as a live use: nothing here proves it dead.
*>------------------------------------------------------------------------------
51-fold-one-reference.

    move zeros to referenceProgram
    perform varying programIndex from 1 by 1 until programIndex > programCount
        if programName(programIndex) = whereUsedProgramName
            move programIndex to referenceProgram
            exit perform
        end-if
    end-perform
    if referenceProgram = zeros
        set currentTableHasLiveUse to true
        exit paragraph
    end-if

    move getWordCount(whereUsedStatements) to referenceWordCount
    perform varying referenceWordNumber from 1 by 1 until referenceWordNumber > referenceWordCount
        move spaces to referenceWord
        move getWord(whereUsedStatements, referenceWordNumber) to referenceWord
        move numval(referenceWord) to referenceStatement
        perform varying statementIndex from 1 by 1 until statementIndex > statementCount
            if statementProgram(statementIndex) = referenceProgram and
               statementNumber(statementIndex) = referenceStatement
                exit perform
            end-if
        end-perform
        if statementIndex > statementCount
            set currentTableHasLiveUse to true
        else
            if statementWasExecuted(statementIndex)
                set currentTableHasLiveUse to true
            else
                set currentTableHasDeadUse to true
                perform 53-append-the-table
            end-if
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The table just finished joins the dead-table list when only statements
*> never executed reference it.
*>------------------------------------------------------------------------------
52-close-the-table.

    if currentTableName = spaces
        exit paragraph
    end-if
    if currentTableHasDeadUse and not currentTableHasLiveUse
        if deadTableCount < deadTableMax
            add 1 to deadTableCount
            move currentTableName to deadTableName(deadTableCount)
        end-if
    end-if.

*>------------------------------------------------------------------------------
*> Appends the current table to the statement's table list, once; the
*> list's fixed width just stops growing when full.
*>------------------------------------------------------------------------------
53-append-the-table.

    if getWordNumber(statementTables(statementIndex), whereUsedTableName) > zeros
        exit paragraph
    end-if
    move spaces to tableListScratch
    string trim(statementTables(statementIndex)) " " trim(whereUsedTableName) delimited by size into tableListScratch
    if stored-char-length(tableListScratch) <= 120
        move trim(tableListScratch) to statementTables(statementIndex)
    end-if.

*>------------------------------------------------------------------------------
*> The three report sections, to standard output the way
*> presqlStatsReport reports.
*>------------------------------------------------------------------------------
6-write-the-report.

    display "Dead-SQL report for batch list " trim(batchListFileName)
    perform varying statsFileIndex from 1 by 1 until statsFileIndex > statsFileCount
        display "    statistics file " trim(statsFileName(statsFileIndex))
    end-perform
    move statsRecordsRead to countDisplay
    move executedCount to secondCountDisplay
    display "    " trim(countDisplay) " statistics records, " trim(secondCountDisplay) " distinct statements executed"

    perform 61-report-dead-statements
    perform 62-report-dead-programs
    perform 63-report-dead-tables.

*>------------------------------------------------------------------------------
*> Every statement never executed, program by program, with its tables
*> and the first slice of its text.
*>------------------------------------------------------------------------------
61-report-dead-statements.

    display " "
    display "Statements never executed in the window:"
    move zeros to findingsReported

    perform varying statementIndex from 1 by 1 until statementIndex > statementCount
        if not statementWasExecuted(statementIndex)
            move statementProgram(statementIndex) to programIndex
            move statementNumber(statementIndex) to statementDisplay
            if statementTables(statementIndex) = spaces
                if theIndexWasRead
                    display "    " trim(programName(programIndex))
                        " statement " trim(statementDisplay)
                        ": touches no table in the index"
                else
                    display "    " trim(programName(programIndex))
                        " statement " trim(statementDisplay)
                end-if
            else
                display "    " trim(programName(programIndex))
                    " statement " trim(statementDisplay)
                    ": touches " trim(statementTables(statementIndex))
            end-if
            display "        [" trim(statementText(statementIndex)) "]"
            add 1 to findingsReported
        end-if
    end-perform

    if findingsReported = zeros
        display "    (none)"
    end-if.

*>------------------------------------------------------------------------------
*> Every program none of whose statements executed.
*>------------------------------------------------------------------------------
62-report-dead-programs.

    display " "
    display "Programs with no statement executed in the window:"
    move zeros to findingsReported

    perform varying programIndex from 1 by 1 until programIndex > programCount
        if programStatements(programIndex) > zeros and
           programExecuted(programIndex) = zeros
            move programStatements(programIndex) to countDisplay
            display "    " trim(programName(programIndex))
                " (" trim(countDisplay) " statements)"
            add 1 to findingsReported
        end-if
    end-perform

    if findingsReported = zeros
        display "    (none)"
    end-if.

*>------------------------------------------------------------------------------
*> Every table only statements never executed reference.
*>------------------------------------------------------------------------------
63-report-dead-tables.

    display " "
    if not theIndexWasRead
        display "Tables referenced only by statements never executed: (no where-used index)"
        exit paragraph
    end-if

    display "Tables referenced only by statements never executed:"
    perform varying deadTableIndex from 1 by 1 until deadTableIndex > deadTableCount
        display "    " trim(deadTableName(deadTableIndex))
    end-perform

    if deadTableCount = zeros
        display "    (none)"
    end-if.

*>------------------------------------------------------------------------------
*> Writes one line to stderr; like presqlStatsReport this program runs
*> standalone from the command line, so there is no -l run log to append to.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
    move spaces to logText.
