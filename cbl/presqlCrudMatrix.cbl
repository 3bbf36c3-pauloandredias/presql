*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlCrudMatrix.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Library-wide report over the cumulative where-used index presqlCatalog
*> refreshes on every -g precompile: where presqlWhereUsed answers one
*> table at a time, this writes the whole program-by-table grid, each cell
*> showing whether the program Creates, Reads, Updates or Deletes the
*> table, followed by each table's count of writing and reading programs -
*> the picture the data-ownership review works from. Only the table-level
*> references are read; their CRUD flags already fold in every column the
*> program touches. Either axis can be narrowed by a name prefix.
*>
*>     presqlCrudMatrix -w <index-file> [-t <table-prefix>] [-p <program-prefix>]
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
    function all intrinsic.

input-output section.
file-control.
    select whereUsedFile assign to whereUsedFileName
    organization is indexed
    access mode is dynamic
    record key is whereUsedKey
    file status is whereUsedFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
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
    03 whereUsedFileStatus      pic x(002)  value spaces.
        88 whereUsedEof         value "10"  false "00".
        88 whereUsedNotFound    value "35"  false "00".
    03 tableLimitState          pic 9(001)  value zeros.
        88 tableLimitWasReported value 1    false 0.
    03 programLimitState        pic 9(001)  value zeros.
        88 programLimitWasReported value 1  false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-w         value "-w"  false spaces. *> The where-used index file to report over
        88 argumentIs-t         value "-t"  false spaces. *> Only tables whose name starts with this
        88 argumentIs-p         value "-p"  false spaces. *> Only programs whose name starts with this

01 inquiryControls.
    03 whereUsedFileName        pic x(255) value spaces.
    03 wantedTablePrefix        pic x(064) value spaces.
    03 wantedTablePrefixLength  binary-short unsigned value zeros.
    03 wantedProgramPrefix      pic x(255) value spaces.
    03 wantedProgramPrefixLength binary-short unsigned value zeros.
    03 programBaseName          pic x(255) value spaces.
    03 programSlashPosition     binary-short unsigned value zeros.
    03 programScanPosition      binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The matrix. Tables arrive in key order, so they are numbered as they
*> come; programs arrive in any order, so they are kept in arrival order
*> and threaded through programOrder, which is kept sorted by base name
*> for the report. A cell holds the program's CRUD letters for the table.
*>------------------------------------------------------------------------------
01 matrixTables.
    03 matrixTableCount         binary-short unsigned value zeros.
    03 matrixTableMax           binary-short unsigned value 200.
    03 matrixTableName          pic x(064) occurs 200.
    03 matrixTableWriters       binary-short unsigned occurs 200.
    03 matrixTableReaders       binary-short unsigned occurs 200.
    03 matrixTableIndex         binary-short unsigned value zeros.
    03 currentTableIndex        binary-short unsigned value zeros.

01 matrixPrograms.
    03 matrixProgramCount       binary-short unsigned value zeros.
    03 matrixProgramMax         binary-short unsigned value 1000.
    03 matrixProgramEntry occurs 1000.
        05 matrixProgramName    pic x(255).
        05 matrixProgramBase    pic x(255).
        05 matrixCell           pic x(004) occurs 200.
    03 matrixProgramIndex       binary-short unsigned value zeros.
    03 programOrder             binary-short unsigned occurs 1000.
    03 programOrderIndex        binary-short unsigned value zeros.
    03 programOrderShift        binary-short unsigned value zeros.

01 reportControls.
    03 bandWidth                binary-short unsigned value 12.
    03 bandCount                binary-short unsigned value zeros.
    03 bandNumber               binary-short unsigned value zeros.
    03 bandFirstTable           binary-short unsigned value zeros.
    03 bandLastTable            binary-short unsigned value zeros.
    03 crudPosition             binary-short unsigned value zeros.
    03 cellText                 pic x(004) value spaces.
    03 reportLine               pic x(132) value spaces.
    03 reportPointer            binary-short unsigned value zeros.
    03 tableNumberDisplay       pic 999    value zeros.
    03 bandDisplay              pic zz9    value zeros.
    03 bandCountDisplay         pic zz9    value zeros.
    03 countDisplay             pic zzz9   value zeros.
    03 secondCountDisplay       pic zzz9   value zeros.
    03 limitDisplay             pic zzz9   value zeros.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-load-the-index
    end-if
    if itIsOkSoFar
        perform 3-write-the-matrix
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

    if whereUsedFileName = spaces
        move "(ERROR): PSQL2001E Usage: presqlCrudMatrix -w <index-file> [-t <table-prefix>] [-p <program-prefix>]" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if

    if wantedTablePrefix not = spaces
        move stored-char-length(wantedTablePrefix) to wantedTablePrefixLength
    end-if
    if wantedProgramPrefix not = spaces
        move stored-char-length(wantedProgramPrefix) to wantedProgramPrefixLength
    end-if.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-w" set argumentIs-w to true
        when "-t" set argumentIs-t to true
        when "-p" set argumentIs-p to true
        when other
            if argumentIs-w
                move argumentText to whereUsedFileName
                set argumentIs-w to false
            else
                if argumentIs-t
                    move function lower-case(argumentText(1:64)) to wantedTablePrefix
                    set argumentIs-t to false
                else
                    if argumentIs-p
                        move argumentText to wantedProgramPrefix
                        set argumentIs-p to false
                    else
                        string "(ERROR): PSQL2002E Unexpected argument " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                        set thereWasAnError to true
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> One pass over the index from the first wanted table, stopping once the
*> table names have moved past the prefix. Column records are skipped: the
*> table-level record presqlCatalog writes for each program already carries
*> the letters of every statement that names the table.
*>------------------------------------------------------------------------------
2-load-the-index.

    open input whereUsedFile
    if whereUsedNotFound
        string "(ERROR): PSQL2003E Where-used index " trim(whereUsedFileName) " not found; run a -g precompile first" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if whereUsedFileStatus not = "00"
        string "(ERROR): PSQL2004E Opening " trim(whereUsedFileName) " failed with file-status " whereUsedFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move low-values to whereUsedKey
    if wantedTablePrefix not = spaces
        move wantedTablePrefix(1:wantedTablePrefixLength) to whereUsedTableName
    end-if
    start whereUsedFile key >= whereUsedKey
        invalid key set whereUsedEof to true
    end-start

    if not whereUsedEof
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-if
    perform until whereUsedEof
        if wantedTablePrefix not = spaces and
           whereUsedTableName(1:wantedTablePrefixLength) not = wantedTablePrefix(1:wantedTablePrefixLength)
            exit perform
        end-if
        if whereUsedColumnName = spaces
            perform 21-fold-one-reference
        end-if
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-perform
    close whereUsedFile.

*>------------------------------------------------------------------------------
*> Places one table-level reference in its cell, adding the table and the
*> program to the matrix on first sight. A program filtered out by -p, or
*> either axis full, leaves the reference out of the report.
*>------------------------------------------------------------------------------
21-fold-one-reference.

    perform 22-take-the-base-name
    if wantedProgramPrefix not = spaces
        if programBaseName(1:wantedProgramPrefixLength) not = wantedProgramPrefix(1:wantedProgramPrefixLength)
            exit paragraph
        end-if
    end-if

    if matrixTableCount = zeros or
       matrixTableName(matrixTableCount) not = whereUsedTableName
        if matrixTableCount >= matrixTableMax
            if not tableLimitWasReported
                move matrixTableMax to limitDisplay
                string "(WARNING): PSQL2005W More than " trim(limitDisplay) " tables; the matrix stops at table " trim(matrixTableName(matrixTableCount)) delimited by size into logText
                perform 90-write-log
                set tableLimitWasReported to true
                set thereWasAWarning to true
            end-if
            exit paragraph
        end-if
        add 1 to matrixTableCount
        move whereUsedTableName to matrixTableName(matrixTableCount)
        move zeros to matrixTableWriters(matrixTableCount)
        move zeros to matrixTableReaders(matrixTableCount)
    end-if
    move matrixTableCount to currentTableIndex

    perform 23-find-the-program
    if matrixProgramIndex = zeros
        exit paragraph
    end-if

    perform varying crudPosition from 1 by 1 until crudPosition > 4
        if whereUsedCrudFlags(crudPosition:1) not = space
            move whereUsedCrudFlags(crudPosition:1) to matrixCell(matrixProgramIndex, currentTableIndex)(crudPosition:1)
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The index keys a program by the source path it was precompiled from;
*> the report and the -p prefix work on the name after the last slash.
*>------------------------------------------------------------------------------
22-take-the-base-name.

    move zeros to programSlashPosition
    perform varying programScanPosition from 1 by 1 until programScanPosition > 255
        if whereUsedProgramName(programScanPosition:1) = "/" or
           whereUsedProgramName(programScanPosition:1) = "\"
            move programScanPosition to programSlashPosition
        end-if
    end-perform
    move spaces to programBaseName
    if programSlashPosition < 255
        move whereUsedProgramName(programSlashPosition + 1:) to programBaseName
    end-if.

*>------------------------------------------------------------------------------
*> Finds the program's row, or opens a new one with empty cells and threads
*> it into programOrder at its sorted place. Leaves matrixProgramIndex at
*> zero when the program is new and the matrix has no room for it.
*>------------------------------------------------------------------------------
23-find-the-program.

    perform varying matrixProgramIndex from 1 by 1 until matrixProgramIndex > matrixProgramCount
        if matrixProgramName(matrixProgramIndex) = whereUsedProgramName
            exit paragraph
        end-if
    end-perform

    if matrixProgramCount >= matrixProgramMax
        if not programLimitWasReported
            move matrixProgramMax to limitDisplay
            string "(WARNING): PSQL2006W More than " trim(limitDisplay) " programs; program " trim(programBaseName) " and later ones are left out of the matrix" delimited by size into logText
            perform 90-write-log
            set programLimitWasReported to true
            set thereWasAWarning to true
        end-if
        move zeros to matrixProgramIndex
        exit paragraph
    end-if

    add 1 to matrixProgramCount
    move matrixProgramCount to matrixProgramIndex
    move whereUsedProgramName to matrixProgramName(matrixProgramIndex)
    move programBaseName to matrixProgramBase(matrixProgramIndex)
    perform varying matrixTableIndex from 1 by 1 until matrixTableIndex > matrixTableMax
        move spaces to matrixCell(matrixProgramIndex, matrixTableIndex)
    end-perform

    perform varying programOrderIndex from 1 by 1 until programOrderIndex >= matrixProgramCount
        if matrixProgramBase(programOrder(programOrderIndex)) > programBaseName
            exit perform
        end-if
    end-perform
    perform varying programOrderShift from matrixProgramCount by -1 until programOrderShift <= programOrderIndex
        move programOrder(programOrderShift - 1) to programOrder(programOrderShift)
    end-perform
    move matrixProgramIndex to programOrder(programOrderIndex).

*>------------------------------------------------------------------------------
*> The report: the table legend, the grid in bands of bandWidth tables so
*> each band fits a 132-column page, and the per-table totals.
*>------------------------------------------------------------------------------
3-write-the-matrix.

    display "CRUD matrix over " trim(whereUsedFileName)
    if wantedTablePrefix not = spaces
        display "    tables starting with " wantedTablePrefix(1:wantedTablePrefixLength)
    end-if
    if wantedProgramPrefix not = spaces
        display "    programs starting with " wantedProgramPrefix(1:wantedProgramPrefixLength)
    end-if
    display "    cell letters: C insert, R select, U update, D delete; . not done"

    if matrixTableCount = zeros or matrixProgramCount = zeros
        display " "
        display "    (no program references a matching table)"
        exit paragraph
    end-if

    display " "
    display "Tables:"
    perform varying matrixTableIndex from 1 by 1 until matrixTableIndex > matrixTableCount
        move matrixTableIndex to tableNumberDisplay
        display "    T" tableNumberDisplay " " trim(matrixTableName(matrixTableIndex))
    end-perform

    divide matrixTableCount by bandWidth giving bandCount
    if bandCount * bandWidth < matrixTableCount
        add 1 to bandCount
    end-if
    perform varying bandNumber from 1 by 1 until bandNumber > bandCount
        perform 31-write-one-band
    end-perform

    perform 32-write-the-totals.

*>------------------------------------------------------------------------------
*> One band: a heading line of table numbers, then one row per program in
*> name order. Programs that touch none of the band's tables still get
*> their row, so every band lines up with the others.
*>------------------------------------------------------------------------------
31-write-one-band.

    compute bandFirstTable = (bandNumber - 1) * bandWidth + 1
    compute bandLastTable = bandFirstTable + bandWidth - 1
    if bandLastTable > matrixTableCount
        move matrixTableCount to bandLastTable
    end-if

    move bandNumber to bandDisplay
    move bandCount to bandCountDisplay
    display " "
    display "Matrix, part " trim(bandDisplay) " of " trim(bandCountDisplay) ":"

    move spaces to reportLine
    move "    Program" to reportLine
    move 37 to reportPointer
    perform varying matrixTableIndex from bandFirstTable by 1 until matrixTableIndex > bandLastTable
        move matrixTableIndex to tableNumberDisplay
        string "T" tableNumberDisplay "  " delimited by size into reportLine with pointer reportPointer
    end-perform
    display trim(reportLine trailing)

    perform varying programOrderIndex from 1 by 1 until programOrderIndex > matrixProgramCount
        move programOrder(programOrderIndex) to matrixProgramIndex
        move spaces to reportLine
        string "    " matrixProgramBase(matrixProgramIndex)(1:31) delimited by size into reportLine
        move 37 to reportPointer
        perform varying matrixTableIndex from bandFirstTable by 1 until matrixTableIndex > bandLastTable
            move matrixCell(matrixProgramIndex, matrixTableIndex) to cellText
            if cellText not = spaces
                inspect cellText replacing all space by "."
            end-if
            string cellText "  " delimited by size into reportLine with pointer reportPointer
        end-perform
        display trim(reportLine trailing)
    end-perform.

*>------------------------------------------------------------------------------
*> Per table, the programs that change it (any of C, U or D) and the
*> programs that read it; a program doing both counts in each column.
*>------------------------------------------------------------------------------
32-write-the-totals.

    display " "
    display "Totals per table:              writers  readers"
    perform varying matrixTableIndex from 1 by 1 until matrixTableIndex > matrixTableCount
        perform varying matrixProgramIndex from 1 by 1 until matrixProgramIndex > matrixProgramCount
            move matrixCell(matrixProgramIndex, matrixTableIndex) to cellText
            if cellText(1:1) not = space or cellText(3:1) not = space or
               cellText(4:1) not = space
                add 1 to matrixTableWriters(matrixTableIndex)
            end-if
            if cellText(2:1) not = space
                add 1 to matrixTableReaders(matrixTableIndex)
            end-if
        end-perform
        move matrixTableIndex to tableNumberDisplay
        move matrixTableWriters(matrixTableIndex) to countDisplay
        move matrixTableReaders(matrixTableIndex) to secondCountDisplay
        move spaces to reportLine
        string "    T" tableNumberDisplay " " matrixTableName(matrixTableIndex)(1:22)
               "    " countDisplay "     " secondCountDisplay delimited by size into reportLine
        display trim(reportLine trailing)
    end-perform.

*>------------------------------------------------------------------------------
*> Writes one line to stderr; like presqlWhereUsed this program runs
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
