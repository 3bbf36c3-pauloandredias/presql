*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlCatalogIndex.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Builds the indexed form of a shop schema catalog out of the line
*> sequential one ("table <name>" lines, each followed by its "column <name>
*> <type> [<length> [<scale>]] [<class>] [restricted]" lines), so a catalog
*> of thousands of tables can be informed with -g: presqlCatalog,
*> presqlDclgen and presqlCatalogExtract take either form, and read the
*> indexed one by key - only the tables a program actually touches - where
*> the line sequential one is read whole and held in storage.
*>
*>     presqlCatalogIndex -g <catalog> -o <indexed-catalog>
*>
*> The indexed catalog is keyed by table, entry kind and entry name, and
*> carries three kinds of entry for every table:
*>
*>     T  the table itself (entry name blank), with its column count and
*>        the row estimate its table line carries ("rows <n>"), if any
*>     C  one per column, keyed by the column name
*>     I  one per "index <name> [unique] <column>..." line, keyed by the
*>        index name, with its key columns by their positions
*>     P  one per column, keyed by its five-digit position in the table,
*>        so the columns can be read back in the catalog's order
*>
*> Every run is a fresh build: the catalog file is the truth, and whatever
*> the indexed catalog held before is gone.
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

    select indexedCatalog assign to indexedCatalogFileName
    organization is indexed
    access mode is dynamic
    record key is indexedCatalogKey
    file status is indexedCatalogFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd catalogFile.
01 catalogLine                  pic x(255).

fd indexedCatalog.
01 indexedCatalogRecord.
    03 indexedCatalogKey.
        05 indexedTableName     pic x(064).
        05 indexedEntryKind     pic x(001).
            88 indexedEntryIsTable    value "T".
            88 indexedEntryIsColumn   value "C".
            88 indexedEntryIsIndex    value "I".
            88 indexedEntryIsPosition value "P".
        05 indexedEntryName     pic x(064).
    03 indexedColumnName        pic x(064).
    *> A T entry carries the table's row estimate where a column entry
    *> carries the column name, and an I entry its unique flag and up to
    *> twelve key columns, by position, in key order.
    03 indexedTableFacts redefines indexedColumnName.
        05 indexedTableRows     pic x(015).
        05 filler               pic x(049).
    03 indexedIndexFacts redefines indexedColumnName.
        05 indexedIndexUnique   pic x(001).
        05 indexedIndexKeyCount pic 9(002).
        05 indexedIndexKeyPosition pic 9(005) occurs 12.
        05 filler               pic x(001).
    03 indexedColumnType        pic x(010).
    03 indexedColumnLength      pic 9(005).
    03 indexedColumnScale       pic 9(003).
    03 indexedColumnClass       pic x(012).
    03 indexedColumnRestricted  pic x(001).
        88 indexedColumnIsRestricted value "R" false space.
    03 indexedColumnPosition    pic 9(005).
    03 indexedColumnCount       pic 9(005).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-g         value "-g"  false spaces. *> The line sequential schema catalog
        88 argumentIs-o         value "-o"  false spaces. *> The indexed catalog to build

01 catalogControls.
    03 catalogFileName          pic x(255)  value spaces.
    03 catalogFileStatus        pic x(002)  value spaces.
        88 catalogEof           value "10"  false "00".
        88 catalogNotFound      value "35"  false "00".
    03 catalogLineNumber        binary-long unsigned value zeros.
    03 catalogLineDisplay       pic zzzzzzz9 value zeros.

01 indexedCatalogControls.
    03 indexedCatalogFileName   pic x(255)  value spaces.
    03 indexedCatalogFileStatus pic x(002)  value spaces.

*>------------------------------------------------------------------------------
*> The table being built: its T entry is written once its last column is
*> known, carrying the count; the columns go out as they are read.
*>------------------------------------------------------------------------------
01 buildControls.
    03 currentTableName         pic x(064)  value spaces.
    03 currentColumnCount       binary-long unsigned value zeros.
    03 currentTableRows         pic x(015)  value spaces.
    03 columnName               pic x(064)  value spaces.
    03 columnType               pic x(010)  value spaces.
    03 columnLength             pic 9(005)  value zeros.
    03 columnScale              pic 9(003)  value zeros.
    03 columnClass              pic x(012)  value spaces.
    03 columnRestricted         pic x(001)  value spaces.
    03 columnWordNumber         binary-short unsigned value zeros.
    03 columnWord               pic x(064)  value spaces.
    03 columnNumberCount        binary-short unsigned value zeros.
    03 tablesWritten            binary-long unsigned value zeros.
    03 columnsWritten           binary-long unsigned value zeros.
    03 tablesDisplay            pic zzzzzzz9 value zeros.
    03 columnsDisplay           pic zzzzzzz9 value zeros.
    03 indexesWritten           binary-long unsigned value zeros.
    03 indexesDisplay           pic zzzzzzz9 value zeros.
    03 lineWordCount            binary-short unsigned value zeros.
    03 lineWordNumber           binary-short unsigned value zeros.
    03 rowsNumber               pic 9(015)  value zeros.

*>------------------------------------------------------------------------------
*> The index line being taken: its key columns are looked up by name
*> among the C entries already written, so an index line must follow the
*> column lines of its table, as presqlCatalogExtract writes them.
*>------------------------------------------------------------------------------
01 indexLineControls.
    03 indexName                pic x(064)  value spaces.
    03 indexUnique              pic x(001)  value spaces.
    03 indexKeyCount            binary-short unsigned value zeros.
    03 indexKeyMax              binary-short unsigned value 12.
    03 indexKeyPosition         pic 9(005)  occurs 12.
    03 indexKeyIndex            binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
*> not arrive in that usage, so fixed word positions are passed through
*> these typed ordinals instead.
*>------------------------------------------------------------------------------
01 wordOrdinals.
    03 firstWord                binary-short unsigned value 1.
    03 secondWord               binary-short unsigned value 2.
    03 thirdWord                binary-short unsigned value 3.

01 logControls.
    03 logText                  pic x(255)  value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-build-the-index
    end-if

    if thereWasAnError
        move 12 to return-code
    else
        move zeros to return-code
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

    if catalogFileName = spaces or indexedCatalogFileName = spaces
        move "(ERROR): PSQL3601E Usage: presqlCatalogIndex -g <catalog> -o <indexed-catalog>" to logText
        perform 90-write-log
        set thereWasAnError to true
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
        when other
            if argumentIs-g
                move argumentText to catalogFileName
                set argumentIs-g to false
            else
                if argumentIs-o
                    move argumentText to indexedCatalogFileName
                    set argumentIs-o to false
                else
                    string "(ERROR): PSQL3602E Unexpected argument " trim(argumentText) delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> Reads the catalog line by line into a freshly created indexed catalog.
*> It is created empty and reopened for update, so a table listed twice
*> shows up as its T entry already being there.
*>------------------------------------------------------------------------------
2-build-the-index.

    open input catalogFile
    if catalogNotFound
        string "(ERROR): PSQL3603E Schema catalog " trim(catalogFileName) " not found" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    else
        if catalogFileStatus not = "00"
            string "(ERROR): PSQL3604E Opening " trim(catalogFileName) " failed with file-status " catalogFileStatus delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
        end-if
    end-if

    open output indexedCatalog
    if indexedCatalogFileStatus = "00"
        close indexedCatalog
        open i-o indexedCatalog
    end-if
    if indexedCatalogFileStatus not = "00"
        string "(ERROR): PSQL3604E Opening " trim(indexedCatalogFileName) " failed with file-status " indexedCatalogFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        close catalogFile
        exit paragraph
    end-if

    read catalogFile next record at end set catalogEof to true end-read
    perform until catalogEof or thereWasAnError
        add 1 to catalogLineNumber
        perform 21-index-one-catalog-line
        read catalogFile next record at end set catalogEof to true end-read
    end-perform
    if not thereWasAnError
        perform 24-write-the-table-entry
    end-if

    close catalogFile
    close indexedCatalog

    if thereWasAnError
        exit paragraph
    end-if

    if tablesWritten = zeros
        string "(ERROR): PSQL3605E Schema catalog " trim(catalogFileName) " holds no table definitions" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move tablesWritten to tablesDisplay
    move columnsWritten to columnsDisplay
    move indexesWritten to indexesDisplay
    string "(info): Wrote " trim(indexedCatalogFileName) " with " trim(tablesDisplay) " tables, " trim(columnsDisplay) " columns and " trim(indexesDisplay) " indexes" delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> One catalog line: a "table" line closes the table before it and opens
*> its own; a "column" line is written as the table's next column and an
*> "index" line as one of its indexes. Other lines are comments, as
*> presqlCatalog reads them.
*>------------------------------------------------------------------------------
21-index-one-catalog-line.

    if catalogLine = spaces or catalogLine(1:1) = "*"
        exit paragraph
    end-if

    evaluate function lower-case(trim(getWord(catalogLine, firstWord)))
        when "table"
            perform 24-write-the-table-entry
            if thereWasAnError
                exit paragraph
            end-if
            move function lower-case(getWord(catalogLine, secondWord)) to currentTableName
            move zeros to currentColumnCount
            perform 21a-take-the-row-estimate
            move spaces to indexedCatalogKey
            move currentTableName to indexedTableName
            move "T" to indexedEntryKind
            read indexedCatalog key is indexedCatalogKey
                invalid key
                    continue
                not invalid key
                    string "(ERROR): PSQL3607E Schema catalog lists table " trim(currentTableName) " more than once" delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
            end-read
        when "column"
            if currentTableName = spaces
                move catalogLineNumber to catalogLineDisplay
                string "(ERROR): PSQL3606E Schema catalog has a column line before any table line, at line " trim(catalogLineDisplay) delimited by size into logText
                perform 90-write-log
                set thereWasAnError to true
                exit paragraph
            end-if
            perform 22-take-the-column
            if itIsOkSoFar
                perform 23-write-the-column-entries
            end-if
        when "index"
            if currentTableName = spaces
                move catalogLineNumber to catalogLineDisplay
                string "(ERROR): PSQL3611E Schema catalog has an index line before any table line, at line " trim(catalogLineDisplay) delimited by size into logText
                perform 90-write-log
                set thereWasAnError to true
                exit paragraph
            end-if
            perform 25-take-the-index
            if itIsOkSoFar
                perform 26-write-the-index-entry
            end-if
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> The "rows <n>" a table line may carry after the table name; any other
*> word there is ignored, as presqlCatalog ignores it.
*>------------------------------------------------------------------------------
21a-take-the-row-estimate.

    move spaces to currentTableRows
    move getWordCount(catalogLine) to lineWordCount
    perform varying lineWordNumber from 3 by 1 until lineWordNumber >= lineWordCount
        move function lower-case(getWord(catalogLine, lineWordNumber)) to columnWord
        if trim(columnWord) = "rows"
            add 1 to lineWordNumber
            move getWord(catalogLine, lineWordNumber) to columnWord
            if columnWord(1:1) >= "0" and columnWord(1:1) <= "9"
                move numval(columnWord) to rowsNumber
                move rowsNumber to currentTableRows
            end-if
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The column line's name, type, length, scale and classification, read
*> the way presqlCatalog reads them.
*>------------------------------------------------------------------------------
22-take-the-column.

    move function lower-case(getWord(catalogLine, secondWord)) to columnName
    move function lower-case(getWord(catalogLine, thirdWord)) to columnType
    move zeros to columnLength
    move zeros to columnScale
    move spaces to columnClass
    move spaces to columnRestricted
    move zeros to columnNumberCount
    perform 22a-read-column-attribute
        varying columnWordNumber from 4 by 1
          until columnWordNumber > 8 or thereWasAnError.

*>------------------------------------------------------------------------------
*> One word after a column's type: the first number is the length and the
*> second the scale; a classification word or "restricted" marks the
*> column sensitive. Anything else is refused, as presqlCatalog refuses it.
*>------------------------------------------------------------------------------
22a-read-column-attribute.

    move function lower-case(getWord(catalogLine, columnWordNumber)) to columnWord
    if columnWord = spaces
        exit paragraph
    end-if

    evaluate true
        when columnWord(1:1) >= "0" and columnWord(1:1) <= "9"
            add 1 to columnNumberCount
            if columnNumberCount = 1
                move numval(columnWord) to columnLength
            else
                move numval(columnWord) to columnScale
            end-if
        when trim(columnWord) = "restricted"
            move "R" to columnRestricted
        when trim(columnWord) = "pii"
        when trim(columnWord) = "pci"
        when trim(columnWord) = "confidential"
            move columnWord to columnClass
        when other
            string "(ERROR): PSQL3608E Schema catalog column " trim(columnName) " of table " trim(currentTableName) " carries unknown attribute " trim(columnWord) delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
    end-evaluate.

*>------------------------------------------------------------------------------
*> Writes the column's C entry (by name) and P entry (by position). The
*> name entry already being there means the table lists it twice.
*>------------------------------------------------------------------------------
23-write-the-column-entries.

    add 1 to currentColumnCount

    move spaces to indexedCatalogRecord
    move currentTableName to indexedTableName
    move "C" to indexedEntryKind
    move columnName to indexedEntryName
    move columnName to indexedColumnName
    move columnType to indexedColumnType
    move columnLength to indexedColumnLength
    move columnScale to indexedColumnScale
    move columnClass to indexedColumnClass
    move columnRestricted to indexedColumnRestricted
    move currentColumnCount to indexedColumnPosition
    move zeros to indexedColumnCount
    write indexedCatalogRecord
        invalid key
            string "(ERROR): PSQL3609E Schema catalog lists column " trim(columnName) " of table " trim(currentTableName) " more than once" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
    end-write

    move "P" to indexedEntryKind
    move spaces to indexedEntryName
    move indexedColumnPosition to indexedEntryName(1:5)
    write indexedCatalogRecord
        invalid key
            string "(ERROR): PSQL3610E Writing " trim(indexedCatalogFileName) " failed with file-status " indexedCatalogFileStatus delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
    end-write
    add 1 to columnsWritten.

*>------------------------------------------------------------------------------
*> Closes the table being built, if any, with its T entry.
*>------------------------------------------------------------------------------
24-write-the-table-entry.

    if currentTableName = spaces
        exit paragraph
    end-if

    move spaces to indexedCatalogRecord
    move currentTableName to indexedTableName
    move "T" to indexedEntryKind
    move zeros to indexedColumnLength
    move zeros to indexedColumnScale
    move zeros to indexedColumnPosition
    move currentColumnCount to indexedColumnCount
    move currentTableRows to indexedTableRows
    write indexedCatalogRecord
        invalid key
            string "(ERROR): PSQL3610E Writing " trim(indexedCatalogFileName) " failed with file-status " indexedCatalogFileStatus delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
    end-write
    add 1 to tablesWritten
    move spaces to currentTableName.

*>------------------------------------------------------------------------------
*> The index line's name, unique flag and key columns, each key column
*> found by its C entry; past the twelfth the key columns are not kept,
*> the leading ones being all the indexability check looks at.
*>------------------------------------------------------------------------------
25-take-the-index.

    move function lower-case(getWord(catalogLine, secondWord)) to indexName
    move spaces to indexUnique
    move zeros to indexKeyCount
    move getWordCount(catalogLine) to lineWordCount
    perform varying lineWordNumber from 3 by 1 until lineWordNumber > lineWordCount or thereWasAnError
        move function lower-case(getWord(catalogLine, lineWordNumber)) to columnWord
        if trim(columnWord) = "unique"
            move "U" to indexUnique
        else
            move spaces to indexedCatalogKey
            move currentTableName to indexedTableName
            move "C" to indexedEntryKind
            move columnWord to indexedEntryName
            read indexedCatalog key is indexedCatalogKey
                invalid key
                    string "(ERROR): PSQL3612E Schema catalog index " trim(indexName) " of table " trim(currentTableName) " names column " trim(columnWord) ", which is not listed above it for the table" delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
                not invalid key
                    if indexKeyCount < indexKeyMax
                        add 1 to indexKeyCount
                        move indexedColumnPosition to indexKeyPosition(indexKeyCount)
                    end-if
            end-read
        end-if
    end-perform

    if itIsOkSoFar and indexKeyCount = zeros
        string "(ERROR): PSQL3613E Schema catalog index " trim(indexName) " of table " trim(currentTableName) " lists no key columns" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> Writes the index's I entry; the entry already being there means the
*> table lists the index twice.
*>------------------------------------------------------------------------------
26-write-the-index-entry.

    move spaces to indexedCatalogRecord
    move currentTableName to indexedTableName
    move "I" to indexedEntryKind
    move indexName to indexedEntryName
    move indexUnique to indexedIndexUnique
    move indexKeyCount to indexedIndexKeyCount
    perform varying indexKeyIndex from 1 by 1 until indexKeyIndex > indexKeyMax
        if indexKeyIndex > indexKeyCount
            move zeros to indexedIndexKeyPosition(indexKeyIndex)
        else
            move indexKeyPosition(indexKeyIndex) to indexedIndexKeyPosition(indexKeyIndex)
        end-if
    end-perform
    move zeros to indexedColumnLength
    move zeros to indexedColumnScale
    move zeros to indexedColumnPosition
    move zeros to indexedColumnCount
    write indexedCatalogRecord
        invalid key
            string "(ERROR): PSQL3614E Schema catalog lists index " trim(indexName) " of table " trim(currentTableName) " more than once" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
    end-write
    add 1 to indexesWritten.

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
