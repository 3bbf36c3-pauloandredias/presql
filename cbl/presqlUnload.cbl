*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlUnload.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Unload/reload generator, alongside presqlDclgen: takes a table out of the
*> shop schema catalog and writes the three members an archive or a move of
*> its data needs, instead of yet another hand-written one-off:
*>
*>   - a record layout copybook for the sequential unload file: per column
*>     a null flag ("Y" when the column is null) and the value, VARCHAR
*>     columns as the same length/text pair the DCLGEN copybook declares;
*>   - an unload program: a cursor over the table (with the -f condition
*>     and -k ordering, when informed) fetching into the table's DCLGEN
*>     host variables and a null indicator per column, one record per row;
*>   - a reload program: reads the unload file back and inserts each row
*>     with the same host variables and indicators, committing every -n
*>     rows (a thousand unless told otherwise).
*>
*> Both programs are ordinary members: presql precompiles them with the
*> DCLGEN copybook of the table (presqlDclgen -t <table>, with the same -d,
*> -m and -s masks, if any) on its include path, and the shop's default
*> connection (-d). They are written in the fixed-format layout DCLGEN
*> copybooks use, which the free-format default reads as well.
*>
*>     presqlUnload -g <catalog> -t <table> -u <unload-program>
*>                  -r <reload-program> -c <record-copybook>
*>                  [-f <where-condition>] [-k <order-by-columns>]
*>                  [-n <commit-interval>]
*>                  [-d <date mask>] [-m <time mask>] [-s <timestamp mask>]
*>
*> The generated programs' names are their file names without directory
*> and extension, and the copybook is copied in by its own.
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

    *> Each of the three generated members in turn.
    select generatedFile assign to generatedFileName
    organization is line sequential
    file status is generatedFileStatus.

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

fd generatedFile.
01 generatedLine                pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 catalogFileStatus        pic x(002)  value spaces.
        88 catalogEof           value "10"  false "00".
        88 catalogNotFound      value "35"  false "00".
    03 indexedCatalogFileStatus pic x(002)  value spaces.
    03 catalogKindFlag          pic 9(001)  value zeros.
        88 catalogIsIndexed     value 1     false 0.
    03 generatedFileStatus      pic x(002)  value spaces.
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
        88 argumentIs-t         value "-t"  false spaces. *> The table to unload and reload
        88 argumentIs-u         value "-u"  false spaces. *> The unload program to write
        88 argumentIs-r         value "-r"  false spaces. *> The reload program to write
        88 argumentIs-c         value "-c"  false spaces. *> The record layout copybook to write
        88 argumentIs-f         value "-f"  false spaces. *> The unload's WHERE condition
        88 argumentIs-k         value "-k"  false spaces. *> The unload's ORDER BY columns
        88 argumentIs-n         value "-n"  false spaces. *> The reload's commit interval
        88 argumentIs-d         value "-d"  false spaces. *> The date mask for DATE columns
        88 argumentIs-m         value "-m"  false spaces. *> The time mask for TIME columns
        88 argumentIs-s         value "-s"  false spaces. *> The timestamp mask for TIMESTAMP columns

01 fileNames.
    03 catalogFileName          pic x(255) value spaces.
    03 unloadFileName           pic x(255) value spaces.
    03 reloadFileName           pic x(255) value spaces.
    03 copybookFileName         pic x(255) value spaces.
    03 generatedFileName        pic x(255) value spaces.

*>------------------------------------------------------------------------------
*> What the generated members are called and what they do: the program and
*> copybook names come from the file names, the condition and ordering
*> from -f and -k, the commit interval from -n.
*>------------------------------------------------------------------------------
01 memberControls.
    03 wantedTableName          pic x(064) value spaces.
    03 groupDataName            pic x(064) value spaces.
    03 unloadProgramName        pic x(064) value spaces.
    03 reloadProgramName        pic x(064) value spaces.
    03 copybookMemberName       pic x(064) value spaces.
    03 currentProgramName       pic x(064) value spaces.
    03 memberFileName           pic x(255) value spaces.
    03 memberName               pic x(255) value spaces.
    03 memberSlashPosition      binary-short unsigned value zeros.
    03 memberDotPosition        binary-short unsigned value zeros.
    03 memberScanPosition       binary-short unsigned value zeros.
    03 whereCondition           pic x(255) value spaces.
    03 orderByColumns           pic x(255) value spaces.
    03 commitInterval           pic 9(005) value 1000.
    03 commitDisplay            pic zzzz9  value zeros.
    03 generatedStamp           pic x(021) value spaces.

*>------------------------------------------------------------------------------
*> The shop's standard date/time layouts, as presqlDclgen has them. A mask
*> made of date/time parts only (yyyymmdd) makes a numeric field, one with
*> separators a character field, either as long as the mask.
*>------------------------------------------------------------------------------
01 dateFormatControls.
    03 dateMask                 pic x(040)  value "yyyy-mm-dd".
    03 timeMask                 pic x(040)  value "hh.mm.ss".
    03 timestampMask            pic x(040)  value "yyyy-mm-dd-hh.mm.ss.nnnnnn".
    03 columnMask               pic x(040)  value spaces.
    03 columnMaskLength         binary-short unsigned value zeros.
    03 columnMaskLower          pic x(040)  value spaces.

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
*> not arrive in that usage, so fixed word positions are passed through
*> these typed ordinals instead.
*>------------------------------------------------------------------------------
01 wordOrdinals.
    03 firstWord                binary-short unsigned value 1.
    03 secondWord               binary-short unsigned value 2.
    03 thirdWord                binary-short unsigned value 3.

*>------------------------------------------------------------------------------
*> The table's columns in catalog order: the catalog name the SQL uses,
*> the data name the DCLGEN copybook gives it, and the picture its field
*> takes in the unload record.
*>------------------------------------------------------------------------------
01 columnControls.
    03 unloadColumnCount        binary-short unsigned value zeros.
    03 unloadColumnMax          binary-short unsigned value 1600.
    03 unloadColumnEntry occurs 1600.
        05 unloadColumnName     pic x(064).
        05 unloadColumnDataName pic x(064).
        05 unloadColumnType     pic x(010).
        05 unloadColumnLength   pic 9(005).
        05 unloadColumnScale    pic 9(003).
        05 unloadColumnClass    pic x(012).
        05 unloadColumnRestricted pic x(001).
        05 unloadColumnVarchar  pic x(001).
            88 unloadColumnIsVarchar value "V".
        05 unloadColumnPicture  pic x(060).
    03 unloadColumnIndex        binary-short unsigned value zeros.
    03 columnWordNumber         binary-short unsigned value zeros.
    03 columnWordCount          binary-short unsigned value zeros.
    03 columnWord               pic x(064) value spaces.
    03 columnNumberCount        binary-short unsigned value zeros.
    03 tableNameOnLine          pic x(064) value spaces.
    03 integerDigits            pic 9(005) value zeros.
    03 lengthDisplay            pic zzzz9  value zeros.
    03 scaleDisplay             pic zz9    value zeros.
    03 columnCountDisplay       pic zzzz9  value zeros.
    03 classificationText       pic x(040) value spaces.

*>------------------------------------------------------------------------------
*> Building the generated lines: a data item or a MOVE that would run past
*> column 72 goes over two lines, and the SQL condition and ordering are
*> broken between words (never inside a quoted literal) to fit.
*>------------------------------------------------------------------------------
01 lineControls.
    03 itemLevel                pic x(002) value spaces.
    03 itemIndent               binary-short unsigned value zeros.
    03 itemName                 pic x(080) value spaces.
    03 itemClause               pic x(080) value spaces.
    03 moveSource               pic x(080) value spaces.
    03 moveTarget               pic x(080) value spaces.
    03 lineIndent               pic x(040) value spaces.
    03 lineLength               binary-short unsigned value zeros.
    03 sqlText                  pic x(300) value spaces.
    03 sqlLead                  pic x(040) value spaces.
    03 sqlTextLength            binary-short unsigned value zeros.
    03 sqlLeadLength            binary-short unsigned value zeros.
    03 sqlStart                 binary-short unsigned value zeros.
    03 sqlScan                  binary-short unsigned value zeros.
    03 sqlBreak                 binary-short unsigned value zeros.
    03 sqlRoom                  binary-short unsigned value zeros.
    03 sqlQuoteFlag             pic 9(001) value zeros.
        88 insideSqlLiteral     value 1    false 0.
    03 listEnding               pic x(002) value spaces.

01 logControls.
    03 logText                  pic x(255)  value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-load-the-columns
    end-if
    if itIsOkSoFar
        perform 3-write-the-record-copybook
    end-if
    if itIsOkSoFar
        perform 4-write-the-unload-program
    end-if
    if itIsOkSoFar
        perform 5-write-the-reload-program
    end-if

    if itIsOkSoFar
        move unloadColumnCount to columnCountDisplay
        string "(info): Wrote unload program " trim(unloadProgramName) ", reload program " trim(reloadProgramName) " and record layout " trim(copybookMemberName) " for table " trim(wantedTableName) " (" trim(columnCountDisplay) " columns)" delimited by size into logText
        perform 90-write-log
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

    if catalogFileName = spaces or wantedTableName = spaces or
       unloadFileName = spaces or reloadFileName = spaces or copybookFileName = spaces
        move "(ERROR): PSQL3801E Usage: presqlUnload -g <catalog> -t <table> -u <unload-program> -r <reload-program> -c <record-copybook> [-f <where-condition>] [-k <order-by-columns>] [-n <commit-interval>] [-d <date mask>] [-m <time mask>] [-s <timestamp mask>]" to logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move unloadFileName to memberFileName
    perform 13-take-the-member-name
    move memberName to unloadProgramName
    move reloadFileName to memberFileName
    perform 13-take-the-member-name
    move memberName to reloadProgramName
    move copybookFileName to memberFileName
    perform 13-take-the-member-name
    move memberName to copybookMemberName

    move substitute(wantedTableName, "_", "-") to groupDataName.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-g" set argumentIs-g to true
        when "-t" set argumentIs-t to true
        when "-u" set argumentIs-u to true
        when "-r" set argumentIs-r to true
        when "-c" set argumentIs-c to true
        when "-f" set argumentIs-f to true
        when "-k" set argumentIs-k to true
        when "-n" set argumentIs-n to true
        when "-d" set argumentIs-d to true
        when "-m" set argumentIs-m to true
        when "-s" set argumentIs-s to true
        when other
            evaluate true
                when argumentIs-g
                    move argumentText to catalogFileName
                when argumentIs-t
                    move lower-case(argumentText) to wantedTableName
                when argumentIs-u
                    move argumentText to unloadFileName
                when argumentIs-r
                    move argumentText to reloadFileName
                when argumentIs-c
                    move argumentText to copybookFileName
                when argumentIs-f
                    *> The condition alone; a leading WHERE is taken off.
                    move trim(argumentText) to whereCondition
                    if lower-case(getWord(whereCondition, firstWord)) = "where"
                        move trim(whereCondition(6:)) to whereCondition
                    end-if
                when argumentIs-k
                    *> The columns alone; a leading ORDER BY is taken off.
                    move trim(argumentText) to orderByColumns
                    if getWordCount(orderByColumns) > 2
                        if lower-case(getWord(orderByColumns, firstWord)) = "order" and
                           lower-case(getWord(orderByColumns, secondWord)) = "by"
                            move trim(orderByColumns(6:)) to orderByColumns
                            move trim(orderByColumns(3:)) to orderByColumns
                        end-if
                    end-if
                when argumentIs-n
                    if argumentText = spaces or
                       test-numval(argumentText) not = zeros or
                       numval(argumentText) < 1 or numval(argumentText) > 99999
                        string "(ERROR): PSQL3803E -n expects a commit interval from 1 to 99999, not " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                        set thereWasAnError to true
                    else
                        move numval(argumentText) to commitInterval
                    end-if
                when argumentIs-d
                when argumentIs-m
                when argumentIs-s
                    perform 12-take-date-mask
                when other
                    string "(ERROR): PSQL3802E Unexpected argument " trim(argumentText) delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
            end-evaluate
            move spaces to argumentState
    end-evaluate.

*>------------------------------------------------------------------------------
*> A -d, -m or -s mask replaces the shop standard for its kind, as it does
*> in presqlDclgen; only its length matters here, for the unload record.
*>------------------------------------------------------------------------------
12-take-date-mask.

    if argumentText = spaces or
       stored-char-length(argumentText) > 40 or
       substitute(argumentText, "'", " ") not = argumentText
        string "(ERROR): PSQL3808E Date/time mask " trim(argumentText) " must be 1 to 40 characters without an apostrophe" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    evaluate true
        when argumentIs-d
            move argumentText to dateMask
        when argumentIs-m
            move argumentText to timeMask
        when other
            move argumentText to timestampMask
    end-evaluate.

*>------------------------------------------------------------------------------
*> memberName: memberFileName after its last "/" or "\", without the
*> extension.
*>------------------------------------------------------------------------------
13-take-the-member-name.

    move memberFileName to memberName
    move zeros to memberSlashPosition
    move zeros to memberDotPosition
    perform varying memberScanPosition from 1 by 1 until memberScanPosition > 255
        if memberName(memberScanPosition:1) = "/" or
           memberName(memberScanPosition:1) = "\"
            move memberScanPosition to memberSlashPosition
            move zeros to memberDotPosition
        end-if
        if memberName(memberScanPosition:1) = "."
            move memberScanPosition to memberDotPosition
        end-if
    end-perform
    if memberDotPosition > memberSlashPosition + 1
        move spaces to memberName(memberDotPosition:)
    end-if
    if memberSlashPosition > zeros and memberSlashPosition < 255
        move memberName(memberSlashPosition + 1:) to memberName
    end-if

    if memberName = spaces or stored-char-length(memberName) > 64
        string "(ERROR): PSQL3809E No program or copybook name can be taken from file name " trim(memberFileName) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> The table's columns out of the catalog, the indexed form read by key,
*> and each one's unload record picture worked out.
*>------------------------------------------------------------------------------
2-load-the-columns.

    open input indexedCatalog
    if indexedCatalogFileStatus = "00"
        set catalogIsIndexed to true
        perform 21-read-indexed-columns
        close indexedCatalog
    else
        open input catalogFile
        if catalogNotFound
            string "(ERROR): PSQL3804E Schema catalog " trim(catalogFileName) " not found" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
        end-if
        if catalogFileStatus not = "00"
            string "(ERROR): PSQL3805E Opening " trim(catalogFileName) " failed with file-status " catalogFileStatus delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
        end-if
        perform 22-scan-catalog-columns
        close catalogFile
    end-if

    if not tableWasFound
        string "(ERROR): PSQL3806E Table " trim(wantedTableName) " is not in the schema catalog " trim(catalogFileName) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if unloadColumnCount = zeros
        string "(ERROR): PSQL3807E Table " trim(wantedTableName) " has no column definitions in the schema catalog" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    perform 23-take-the-record-picture
        varying unloadColumnIndex from 1 by 1
          until unloadColumnIndex > unloadColumnCount.

*>------------------------------------------------------------------------------
*> The table out of the indexed catalog: its T entry by key, then its P
*> entries in position order.
*>------------------------------------------------------------------------------
21-read-indexed-columns.

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
               or unloadColumnCount >= unloadColumnMax
        add 1 to unloadColumnCount
        move indexedColumnName to unloadColumnName(unloadColumnCount)
        move indexedColumnType to unloadColumnType(unloadColumnCount)
        move indexedColumnLength to unloadColumnLength(unloadColumnCount)
        move indexedColumnScale to unloadColumnScale(unloadColumnCount)
        move indexedColumnClass to unloadColumnClass(unloadColumnCount)
        move indexedColumnRestricted to unloadColumnRestricted(unloadColumnCount)
        read indexedCatalog next record
            at end move "10" to indexedCatalogFileStatus
        end-read
    end-perform.

*>------------------------------------------------------------------------------
*> The table out of the line-sequential catalog: the column lines between
*> its "table" line and the next one.
*>------------------------------------------------------------------------------
22-scan-catalog-columns.

    read catalogFile next record at end set catalogEof to true end-read
    perform until catalogEof
        if catalogLine not = spaces and catalogLine(1:1) not = "*"
            evaluate lower-case(trim(getWord(catalogLine, firstWord)))
                when "table"
                    *> Staged into a field first, as presqlDclgen does.
                    move lower-case(getWord(catalogLine, secondWord)) to tableNameOnLine
                    if tableNameOnLine = wantedTableName
                        set tableWasFound to true
                        set insideWantedTable to true
                    else
                        set insideWantedTable to false
                    end-if
                when "column"
                    if insideWantedTable and unloadColumnCount < unloadColumnMax
                        perform 22a-take-the-column
                    end-if
                when other
                    continue
            end-evaluate
        end-if
        read catalogFile next record at end set catalogEof to true end-read
    end-perform.

*>------------------------------------------------------------------------------
*> One column line: name and type, then the length, the scale and the
*> classification words, read the way presqlCatalog reads them.
*>------------------------------------------------------------------------------
22a-take-the-column.

    add 1 to unloadColumnCount
    move lower-case(getWord(catalogLine, secondWord)) to unloadColumnName(unloadColumnCount)
    move lower-case(getWord(catalogLine, thirdWord)) to unloadColumnType(unloadColumnCount)
    move zeros to unloadColumnLength(unloadColumnCount)
    move zeros to unloadColumnScale(unloadColumnCount)
    move spaces to unloadColumnClass(unloadColumnCount)
    move spaces to unloadColumnRestricted(unloadColumnCount)
    move zeros to columnNumberCount
    *> Only as far as the line goes: getWord hands back nothing usable for
    *> a word past its last one.
    move getWordCount(catalogLine) to columnWordCount
    perform varying columnWordNumber from 4 by 1
              until columnWordNumber > 8 or columnWordNumber > columnWordCount
        move lower-case(getWord(catalogLine, columnWordNumber)) to columnWord
        evaluate true
            when columnWord = spaces
                continue
            when columnWord(1:1) >= "0" and columnWord(1:1) <= "9"
                add 1 to columnNumberCount
                if columnNumberCount = 1
                    move numval(columnWord) to unloadColumnLength(unloadColumnCount)
                else
                    move numval(columnWord) to unloadColumnScale(unloadColumnCount)
                end-if
            when trim(columnWord) = "restricted"
                move "R" to unloadColumnRestricted(unloadColumnCount)
            when other
                move columnWord to unloadColumnClass(unloadColumnCount)
        end-evaluate
    end-perform.

*>------------------------------------------------------------------------------
*> The column's data name, as presqlDclgen makes it, and its field in the
*> unload record: the DCLGEN picture in display form, so the file carries
*> characters and zoned digits rather than packed or binary fields where
*> it can. Floating-point columns stay comp-2, which is why the file is a
*> record-sequential one.
*>------------------------------------------------------------------------------
23-take-the-record-picture.

    move substitute(unloadColumnName(unloadColumnIndex), "_", "-") to unloadColumnDataName(unloadColumnIndex)
    move spaces to unloadColumnVarchar(unloadColumnIndex)
    move unloadColumnLength(unloadColumnIndex) to lengthDisplay
    move unloadColumnScale(unloadColumnIndex) to scaleDisplay
    if unloadColumnLength(unloadColumnIndex) = zeros
        move 1 to lengthDisplay
    end-if

    move spaces to unloadColumnPicture(unloadColumnIndex)
    evaluate trim(unloadColumnType(unloadColumnIndex))
        when "char"
        when "character"
            string "pic x(" trim(lengthDisplay) ")" delimited by size into unloadColumnPicture(unloadColumnIndex)
        when "varchar"
            set unloadColumnIsVarchar(unloadColumnIndex) to true
            string "pic x(" trim(lengthDisplay) ")" delimited by size into unloadColumnPicture(unloadColumnIndex)
        when "numeric"
        when "decimal"
        when "dec"
            compute integerDigits = unloadColumnLength(unloadColumnIndex) - unloadColumnScale(unloadColumnIndex)
            if integerDigits = zeros
                move 1 to integerDigits
            end-if
            move integerDigits to lengthDisplay
            if unloadColumnScale(unloadColumnIndex) > zeros
                string "pic s9(" trim(lengthDisplay) ")v9(" trim(scaleDisplay) ") sign leading separate" delimited by size into unloadColumnPicture(unloadColumnIndex)
            else
                string "pic s9(" trim(lengthDisplay) ") sign leading separate" delimited by size into unloadColumnPicture(unloadColumnIndex)
            end-if
        when "integer"
        when "int"
            move "pic s9(9) sign leading separate" to unloadColumnPicture(unloadColumnIndex)
        when "smallint"
            move "pic s9(4) sign leading separate" to unloadColumnPicture(unloadColumnIndex)
        when "bigint"
            move "pic s9(18) sign leading separate" to unloadColumnPicture(unloadColumnIndex)
        when "float"
        when "real"
        when "double"
            move "usage comp-2" to unloadColumnPicture(unloadColumnIndex)
        when "date"
            move dateMask to columnMask
            perform 23a-take-the-date-picture
        when "time"
            move timeMask to columnMask
            perform 23a-take-the-date-picture
        when "timestamp"
            move timestampMask to columnMask
            perform 23a-take-the-date-picture
        when other
            string "pic x(" trim(lengthDisplay) ")" delimited by size into unloadColumnPicture(unloadColumnIndex)
    end-evaluate.

*>------------------------------------------------------------------------------
*> A DATE, TIME or TIMESTAMP column's record field: as long as its mask,
*> numeric when the mask is all parts, character otherwise, like the
*> DCLGEN field it is moved from and to (without the SQL FORMAT clause,
*> which only the host variable needs).
*>------------------------------------------------------------------------------
23a-take-the-date-picture.

    move stored-char-length(columnMask) to columnMaskLength
    move columnMaskLength to lengthDisplay
    move lower-case(columnMask) to columnMaskLower
    move substitute(columnMaskLower, "y", " ", "m", " ", "d", " ", "h", " ", "i", " ", "s", " ", "n", " ") to columnMaskLower
    if columnMaskLower = spaces
        string "pic 9(" trim(lengthDisplay) ")" delimited by size into unloadColumnPicture(unloadColumnIndex)
    else
        string "pic x(" trim(lengthDisplay) ")" delimited by size into unloadColumnPicture(unloadColumnIndex)
    end-if.

*>------------------------------------------------------------------------------
*> The record layout copybook: one 01 record for the table, each column's
*> null flag ahead of its value, sensitive columns marked as in DCLGEN.
*>------------------------------------------------------------------------------
3-write-the-record-copybook.

    move copybookFileName to generatedFileName
    perform 60-open-the-member
    if thereWasAnError
        exit paragraph
    end-if

    move spaces to generatedLine
    string "      *> Unload record for table " trim(wantedTableName) "," delimited by size into generatedLine
    perform 61-write-line
    move "      *> generated by presqlUnload. A null flag (""Y"" when null)" to generatedLine
    perform 61-write-line
    move "      *> comes ahead of each column's value." to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "       01 " trim(groupDataName) "-unl." delimited by size into generatedLine
    perform 61-write-line

    perform 31-write-one-record-column
        varying unloadColumnIndex from 1 by 1
          until unloadColumnIndex > unloadColumnCount

    close generatedFile.

*>------------------------------------------------------------------------------
*> One column's fields in the unload record.
*>------------------------------------------------------------------------------
31-write-one-record-column.

    if unloadColumnClass(unloadColumnIndex) not = spaces or
       unloadColumnRestricted(unloadColumnIndex) = "R"
        move spaces to classificationText
        if unloadColumnRestricted(unloadColumnIndex) = "R"
            string trim(upper-case(unloadColumnClass(unloadColumnIndex))) " RESTRICTED" delimited by size into classificationText
        else
            move upper-case(unloadColumnClass(unloadColumnIndex)) to classificationText
        end-if
        move spaces to generatedLine
        string "      *> Sensitive data: " trim(unloadColumnDataName(unloadColumnIndex)) " is classified " trim(classificationText) delimited by size into generatedLine
        perform 61-write-line
    end-if

    move "03" to itemLevel
    move 11 to itemIndent
    move spaces to itemName
    string "unl-" trim(unloadColumnDataName(unloadColumnIndex)) "-null" delimited by size into itemName
    move "pic x(1)" to itemClause
    perform 62-write-data-item

    move spaces to itemName
    string "unl-" trim(unloadColumnDataName(unloadColumnIndex)) delimited by size into itemName
    if unloadColumnIsVarchar(unloadColumnIndex)
        move spaces to itemClause
        perform 62-write-data-item
        move "05" to itemLevel
        move 15 to itemIndent
        move spaces to itemName
        string "unl-" trim(unloadColumnDataName(unloadColumnIndex)) "-len" delimited by size into itemName
        move "pic 9(4)" to itemClause
        perform 62-write-data-item
        move spaces to itemName
        string "unl-" trim(unloadColumnDataName(unloadColumnIndex)) "-text" delimited by size into itemName
        move unloadColumnPicture(unloadColumnIndex) to itemClause
        perform 62-write-data-item
    else
        move unloadColumnPicture(unloadColumnIndex) to itemClause
        perform 62-write-data-item
    end-if.

*>------------------------------------------------------------------------------
*> The unload program: the table's cursor, fetched row by row into the
*> DCLGEN host variables and indicators, each row written to the file.
*>------------------------------------------------------------------------------
4-write-the-unload-program.

    move unloadFileName to generatedFileName
    move unloadProgramName to currentProgramName
    perform 60-open-the-member
    if thereWasAnError
        exit paragraph
    end-if

    move "      *>================================================================" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *> Unload of table " trim(wantedTableName) " to a sequential file, written" delimited by size into generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *> by presqlUnload from " trim(catalogFileName) " on " generatedStamp(1:8) "." delimited by size into generatedLine
    perform 61-write-line
    move "      *>" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *>     " trim(unloadProgramName) " [<unload-file>]" delimited by size into generatedLine
    perform 61-write-line
    move "      *>" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *> The file defaults to " trim(wantedTableName) ".unl." delimited by size into generatedLine
    perform 61-write-line
    move "      *>" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *> Record layout " trim(copybookMemberName) "; reloaded by " trim(reloadProgramName) "." delimited by size into generatedLine
    perform 61-write-line
    perform 63-write-member-notes
    move "      *>================================================================" to generatedLine
    perform 61-write-line

    perform 64-write-program-head

    move "       working-storage section." to generatedLine
    perform 61-write-line
    perform 65-write-common-storage
    move "           03 rowsUnloaded           pic 9(009) value zeros." to generatedLine
    perform 61-write-line
    perform 66-write-declare-section

    move "       procedure division." to generatedLine
    perform 61-write-line
    move "       0-main." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    perform 67-write-file-argument
    move "           open output unloadFile" to generatedLine
    perform 61-write-line
    perform 68-write-open-check

    move "           exec sql" to generatedLine
    perform 61-write-line
    move "               declare unloadCursor cursor for" to generatedLine
    perform 61-write-line
    perform varying unloadColumnIndex from 1 by 1 until unloadColumnIndex > unloadColumnCount
        if unloadColumnIndex < unloadColumnCount
            move "," to listEnding
        else
            move spaces to listEnding
        end-if
        move spaces to generatedLine
        if unloadColumnIndex = 1
            string "               select " trim(unloadColumnName(unloadColumnIndex)) trim(listEnding) delimited by size into generatedLine
        else
            string "                      " trim(unloadColumnName(unloadColumnIndex)) trim(listEnding) delimited by size into generatedLine
        end-if
        perform 61-write-line
    end-perform
    move spaces to generatedLine
    string "                 from " trim(wantedTableName) delimited by size into generatedLine
    perform 61-write-line
    if whereCondition not = spaces
        move whereCondition to sqlText
        move "                where " to sqlLead
        perform 69-write-sql-text
    end-if
    if orderByColumns not = spaces
        move orderByColumns to sqlText
        move "                order by " to sqlLead
        perform 69-write-sql-text
    end-if
    move "           end-exec" to generatedLine
    perform 61-write-line
    perform 61-write-blank-line

    move "           exec sql open unloadCursor end-exec" to generatedLine
    perform 61-write-line
    move "           if sqlcode < zeros" to generatedLine
    perform 61-write-line
    move "               move ""opening the cursor"" to sqlFailurePoint" to generatedLine
    perform 61-write-line
    move "               perform 9-sql-failure" to generatedLine
    perform 61-write-line
    move "           end-if" to generatedLine
    perform 61-write-line
    perform 61-write-blank-line

    move "           perform 1-fetch-one-row" to generatedLine
    perform 61-write-line
    move "           perform until sqlcode < zeros or SQL-NODATA" to generatedLine
    perform 61-write-line
    move "               perform 2-write-one-row" to generatedLine
    perform 61-write-line
    move "               perform 1-fetch-one-row" to generatedLine
    perform 61-write-line
    move "           end-perform" to generatedLine
    perform 61-write-line
    move "           if sqlcode < zeros" to generatedLine
    perform 61-write-line
    move "               move ""fetching a row"" to sqlFailurePoint" to generatedLine
    perform 61-write-line
    move "               perform 9-sql-failure" to generatedLine
    perform 61-write-line
    move "           end-if" to generatedLine
    perform 61-write-line
    perform 61-write-blank-line

    move "           exec sql close unloadCursor end-exec" to generatedLine
    perform 61-write-line
    move "           close unloadFile" to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    move "           move rowsUnloaded to rowDisplay" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "           display """ trim(unloadProgramName) ": "" function trim(rowDisplay)" delimited by size into generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "                   "" rows of " trim(wantedTableName) " unloaded to """ delimited by size into generatedLine
    perform 61-write-line
    move "                   function trim(unloadFileName) upon stderr" to generatedLine
    perform 61-write-line
    move "           move zeros to return-code" to generatedLine
    perform 61-write-line
    move "           stop run." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line

    move "       1-fetch-one-row." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    move "           exec sql" to generatedLine
    perform 61-write-line
    move "               fetch unloadCursor" to generatedLine
    perform 61-write-line
    perform 6a-write-host-variable-list
    move "           end-exec." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line

    move "       2-write-one-row." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    move spaces to generatedLine
    string "           initialize " trim(groupDataName) "-unl" delimited by size into generatedLine
    perform 61-write-line
    perform 41-write-one-unload-move
        varying unloadColumnIndex from 1 by 1
          until unloadColumnIndex > unloadColumnCount
    move spaces to generatedLine
    string "           write " trim(groupDataName) "-unl" delimited by size into generatedLine
    perform 61-write-line
    move "           if unloadFileStatus not = ""00""" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "               display """ trim(unloadProgramName) ": writing "" function trim(unloadFileName)" delimited by size into generatedLine
    perform 61-write-line
    move "                       "" failed with file-status "" unloadFileStatus" to generatedLine
    perform 61-write-line
    move "                       upon stderr" to generatedLine
    perform 61-write-line
    move "               exec sql close unloadCursor end-exec" to generatedLine
    perform 61-write-line
    move "               move 12 to return-code" to generatedLine
    perform 61-write-line
    move "               stop run" to generatedLine
    perform 61-write-line
    move "           end-if" to generatedLine
    perform 61-write-line
    move "           add 1 to rowsUnloaded." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line

    perform 6b-write-sql-failure
    close generatedFile.

*>------------------------------------------------------------------------------
*> One column from its host variable and indicator into the record.
*>------------------------------------------------------------------------------
41-write-one-unload-move.

    move spaces to generatedLine
    string "           if " trim(unloadColumnDataName(unloadColumnIndex)) "-ind < zeros" delimited by size into generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "               move ""Y"" to unl-" trim(unloadColumnDataName(unloadColumnIndex)) "-null" delimited by size into generatedLine
    perform 61-write-line
    move "           else" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "               move ""N"" to unl-" trim(unloadColumnDataName(unloadColumnIndex)) "-null" delimited by size into generatedLine
    perform 61-write-line
    if unloadColumnIsVarchar(unloadColumnIndex)
        move spaces to moveSource
        string trim(unloadColumnDataName(unloadColumnIndex)) "-len" delimited by size into moveSource
        move spaces to moveTarget
        string "unl-" trim(unloadColumnDataName(unloadColumnIndex)) "-len" delimited by size into moveTarget
        perform 6c-write-move
        move spaces to moveSource
        string trim(unloadColumnDataName(unloadColumnIndex)) "-text" delimited by size into moveSource
        move spaces to moveTarget
        string "unl-" trim(unloadColumnDataName(unloadColumnIndex)) "-text" delimited by size into moveTarget
        perform 6c-write-move
    else
        move unloadColumnDataName(unloadColumnIndex) to moveSource
        move spaces to moveTarget
        string "unl-" trim(unloadColumnDataName(unloadColumnIndex)) delimited by size into moveTarget
        perform 6c-write-move
    end-if
    move "           end-if" to generatedLine
    perform 61-write-line.

*>------------------------------------------------------------------------------
*> The reload program: each record back into the host variables and
*> indicators and inserted, committed every so many rows. A failed insert
*> rolls back to the last commit and says how many rows are in for good.
*>------------------------------------------------------------------------------
5-write-the-reload-program.

    move reloadFileName to generatedFileName
    move reloadProgramName to currentProgramName
    perform 60-open-the-member
    if thereWasAnError
        exit paragraph
    end-if

    move commitInterval to commitDisplay
    move "      *>================================================================" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *> Reload of table " trim(wantedTableName) " from a file " trim(unloadProgramName) " unloaded," delimited by size into generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *> written by presqlUnload from " trim(catalogFileName) " on " generatedStamp(1:8) "." delimited by size into generatedLine
    perform 61-write-line
    move "      *>" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *>     " trim(reloadProgramName) " [<unload-file> [<commit-interval>]]" delimited by size into generatedLine
    perform 61-write-line
    move "      *>" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *> The file defaults to " trim(wantedTableName) ".unl," delimited by size into generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *> the commit interval to " trim(commitDisplay) " rows." delimited by size into generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *> Record layout " trim(copybookMemberName) "." delimited by size into generatedLine
    perform 61-write-line
    perform 63-write-member-notes
    move "      *>================================================================" to generatedLine
    perform 61-write-line

    perform 64-write-program-head

    move "       working-storage section." to generatedLine
    perform 61-write-line
    perform 65-write-common-storage
    move "           03 unloadFileEof          pic 9(001) value zeros." to generatedLine
    perform 61-write-line
    move "               88 noMoreRecords      value 1." to generatedLine
    perform 61-write-line
    move "           03 intervalText           pic x(009) value spaces." to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "           03 commitInterval         pic 9(005) value " trim(commitDisplay) "." delimited by size into generatedLine
    perform 61-write-line
    move "           03 rowsSinceCommit        pic 9(005) value zeros." to generatedLine
    perform 61-write-line
    move "           03 rowsInserted           pic 9(009) value zeros." to generatedLine
    perform 61-write-line
    move "           03 rowsCommitted          pic 9(009) value zeros." to generatedLine
    perform 61-write-line
    perform 66-write-declare-section

    move "       procedure division." to generatedLine
    perform 61-write-line
    move "       0-main." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    perform 67-write-file-argument
    move "           if argumentCount > 1" to generatedLine
    perform 61-write-line
    move "               display 2 upon argument-number" to generatedLine
    perform 61-write-line
    move "               accept intervalText from argument-value" to generatedLine
    perform 61-write-line
    move "               if function test-numval(intervalText) = zeros" to generatedLine
    perform 61-write-line
    move "                   if function numval(intervalText) >= 1 and" to generatedLine
    perform 61-write-line
    move "                      function numval(intervalText) <= 99999" to generatedLine
    perform 61-write-line
    move "                       move function numval(intervalText)" to generatedLine
    perform 61-write-line
    move "                         to commitInterval" to generatedLine
    perform 61-write-line
    move "                   end-if" to generatedLine
    perform 61-write-line
    move "               end-if" to generatedLine
    perform 61-write-line
    move "           end-if" to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    move "           open input unloadFile" to generatedLine
    perform 61-write-line
    perform 68-write-open-check

    move "           perform 1-read-one-record" to generatedLine
    perform 61-write-line
    move "           perform until noMoreRecords" to generatedLine
    perform 61-write-line
    move "               perform 2-insert-one-row" to generatedLine
    perform 61-write-line
    move "               if rowsSinceCommit >= commitInterval" to generatedLine
    perform 61-write-line
    move "                   perform 3-commit-the-rows" to generatedLine
    perform 61-write-line
    move "               end-if" to generatedLine
    perform 61-write-line
    move "               perform 1-read-one-record" to generatedLine
    perform 61-write-line
    move "           end-perform" to generatedLine
    perform 61-write-line
    move "           perform 3-commit-the-rows" to generatedLine
    perform 61-write-line
    move "           close unloadFile" to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    move "           move rowsCommitted to rowDisplay" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "           display """ trim(reloadProgramName) ": "" function trim(rowDisplay)" delimited by size into generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "                   "" rows of " trim(wantedTableName) " reloaded from """ delimited by size into generatedLine
    perform 61-write-line
    move "                   function trim(unloadFileName) upon stderr" to generatedLine
    perform 61-write-line
    move "           move zeros to return-code" to generatedLine
    perform 61-write-line
    move "           stop run." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line

    move "       1-read-one-record." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    move "           read unloadFile" to generatedLine
    perform 61-write-line
    move "               at end set noMoreRecords to true" to generatedLine
    perform 61-write-line
    move "           end-read" to generatedLine
    perform 61-write-line
    move "           if unloadFileStatus not = ""00"" and not noMoreRecords" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "               display """ trim(reloadProgramName) ": reading "" function trim(unloadFileName)" delimited by size into generatedLine
    perform 61-write-line
    move "                       "" failed with file-status "" unloadFileStatus" to generatedLine
    perform 61-write-line
    move "                       upon stderr" to generatedLine
    perform 61-write-line
    move "               exec sql rollback end-exec" to generatedLine
    perform 61-write-line
    perform 5a-write-committed-count
    move "               move 12 to return-code" to generatedLine
    perform 61-write-line
    move "               stop run" to generatedLine
    perform 61-write-line
    move "           end-if." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line

    move "       2-insert-one-row." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    perform 51-write-one-reload-move
        varying unloadColumnIndex from 1 by 1
          until unloadColumnIndex > unloadColumnCount
    move "           exec sql" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "               insert into " trim(wantedTableName) delimited by size into generatedLine
    perform 61-write-line
    perform varying unloadColumnIndex from 1 by 1 until unloadColumnIndex > unloadColumnCount
        if unloadColumnIndex < unloadColumnCount
            move "," to listEnding
        else
            move ")" to listEnding
        end-if
        move spaces to generatedLine
        if unloadColumnIndex = 1
            string "                      (" trim(unloadColumnName(unloadColumnIndex)) trim(listEnding) delimited by size into generatedLine
        else
            string "                       " trim(unloadColumnName(unloadColumnIndex)) trim(listEnding) delimited by size into generatedLine
        end-if
        perform 61-write-line
    end-perform
    perform varying unloadColumnIndex from 1 by 1 until unloadColumnIndex > unloadColumnCount
        if unloadColumnIndex < unloadColumnCount
            move "," to listEnding
        else
            move ")" to listEnding
        end-if
        move spaces to generatedLine
        if unloadColumnIndex = 1
            string "               values (:" trim(unloadColumnDataName(unloadColumnIndex)) " :" trim(unloadColumnDataName(unloadColumnIndex)) "-ind" trim(listEnding) delimited by size into generatedLine
        else
            string "                       :" trim(unloadColumnDataName(unloadColumnIndex)) " :" trim(unloadColumnDataName(unloadColumnIndex)) "-ind" trim(listEnding) delimited by size into generatedLine
        end-if
        perform 61-write-line
    end-perform
    move "           end-exec" to generatedLine
    perform 61-write-line
    move "           if sqlcode < zeros" to generatedLine
    perform 61-write-line
    move "               move ""inserting a row"" to sqlFailurePoint" to generatedLine
    perform 61-write-line
    move "               perform 9-sql-failure" to generatedLine
    perform 61-write-line
    move "           end-if" to generatedLine
    perform 61-write-line
    move "           add 1 to rowsInserted" to generatedLine
    perform 61-write-line
    move "           add 1 to rowsSinceCommit." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line

    move "       3-commit-the-rows." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    move "           exec sql commit end-exec" to generatedLine
    perform 61-write-line
    move "           if sqlcode < zeros" to generatedLine
    perform 61-write-line
    move "               move ""committing"" to sqlFailurePoint" to generatedLine
    perform 61-write-line
    move "               perform 9-sql-failure" to generatedLine
    perform 61-write-line
    move "           end-if" to generatedLine
    perform 61-write-line
    move "           move rowsInserted to rowsCommitted" to generatedLine
    perform 61-write-line
    move "           move zeros to rowsSinceCommit." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line

    perform 6b-write-sql-failure
    close generatedFile.

*>------------------------------------------------------------------------------
*> One column from the record into its host variable and indicator.
*>------------------------------------------------------------------------------
51-write-one-reload-move.

    move spaces to generatedLine
    string "           if unl-" trim(unloadColumnDataName(unloadColumnIndex)) "-null = ""Y""" delimited by size into generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "               move -1 to " trim(unloadColumnDataName(unloadColumnIndex)) "-ind" delimited by size into generatedLine
    perform 61-write-line
    move "           else" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "               move zeros to " trim(unloadColumnDataName(unloadColumnIndex)) "-ind" delimited by size into generatedLine
    perform 61-write-line
    if unloadColumnIsVarchar(unloadColumnIndex)
        move spaces to moveSource
        string "unl-" trim(unloadColumnDataName(unloadColumnIndex)) "-len" delimited by size into moveSource
        move spaces to moveTarget
        string trim(unloadColumnDataName(unloadColumnIndex)) "-len" delimited by size into moveTarget
        perform 6c-write-move
        move spaces to moveSource
        string "unl-" trim(unloadColumnDataName(unloadColumnIndex)) "-text" delimited by size into moveSource
        move spaces to moveTarget
        string trim(unloadColumnDataName(unloadColumnIndex)) "-text" delimited by size into moveTarget
        perform 6c-write-move
    else
        move spaces to moveSource
        string "unl-" trim(unloadColumnDataName(unloadColumnIndex)) delimited by size into moveSource
        move unloadColumnDataName(unloadColumnIndex) to moveTarget
        perform 6c-write-move
    end-if
    move "           end-if" to generatedLine
    perform 61-write-line.

*>------------------------------------------------------------------------------
*> After a failure: how many rows are in for good, so the operator knows
*> where the table stands before the reload is run again.
*>------------------------------------------------------------------------------
5a-write-committed-count.

    move "           move rowsCommitted to rowDisplay" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "           display """ trim(currentProgramName) ": "" function trim(rowDisplay)" delimited by size into generatedLine
    perform 61-write-line
    move "                   "" rows were committed before the failure""" to generatedLine
    perform 61-write-line
    move "                   upon stderr" to generatedLine
    perform 61-write-line.

*>------------------------------------------------------------------------------
*> Opens generatedFileName for one of the members.
*>------------------------------------------------------------------------------
60-open-the-member.

    open output generatedFile
    if generatedFileStatus not = "00"
        string "(ERROR): PSQL3805E Opening " trim(generatedFileName) " failed with file-status " generatedFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    move current-date to generatedStamp.

*>------------------------------------------------------------------------------
*> Writes generatedLine, or an empty line, and clears it for the next.
*>------------------------------------------------------------------------------
61-write-line.

    write generatedLine
    move spaces to generatedLine.

61-write-blank-line.

    move spaces to generatedLine
    write generatedLine.

*>------------------------------------------------------------------------------
*> A data item at itemLevel, its name at itemIndent, with itemClause on
*> the same line when the two fit within column 72, on the next if not; a
*> group item (no clause) just ends in its period.
*>------------------------------------------------------------------------------
62-write-data-item.

    move spaces to generatedLine
    move spaces to lineIndent
    if itemClause = spaces
        string lineIndent(1:itemIndent) itemLevel " " trim(itemName) "." delimited by size into generatedLine
        perform 61-write-line
        exit paragraph
    end-if

    compute lineLength = itemIndent + 3 + stored-char-length(itemName) + 1 + stored-char-length(itemClause) + 1
    if lineLength <= 72
        string lineIndent(1:itemIndent) itemLevel " " trim(itemName) " " trim(itemClause) "." delimited by size into generatedLine
        perform 61-write-line
    else
        string lineIndent(1:itemIndent) itemLevel " " trim(itemName) delimited by size into generatedLine
        perform 61-write-line
        string lineIndent(1:itemIndent) "    " trim(itemClause) "." delimited by size into generatedLine
        perform 61-write-line
    end-if.

*>------------------------------------------------------------------------------
*> The notes both programs carry on what they need to be precompiled.
*>------------------------------------------------------------------------------
63-write-member-notes.

    move "      *> Precompile with presql like any other member, with the" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "      *> table's DCLGEN copybook (presqlDclgen -t " trim(wantedTableName) ")" delimited by size into generatedLine
    perform 61-write-line
    move "      *> on the include path." to generatedLine
    perform 61-write-line.

*>------------------------------------------------------------------------------
*> Identification and environment divisions and the file section, the
*> same for both programs but for the name.
*>------------------------------------------------------------------------------
64-write-program-head.

    move "       identification division." to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "       program-id. " trim(currentProgramName) "." delimited by size into generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    move "       environment division." to generatedLine
    perform 61-write-line
    move "       input-output section." to generatedLine
    perform 61-write-line
    move "       file-control." to generatedLine
    perform 61-write-line
    move "           select unloadFile assign to unloadFileName" to generatedLine
    perform 61-write-line
    move "           organization is sequential" to generatedLine
    perform 61-write-line
    move "           file status is unloadFileStatus." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    move "       data division." to generatedLine
    perform 61-write-line
    move "       file section." to generatedLine
    perform 61-write-line
    move "       fd unloadFile." to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "       copy " trim(copybookMemberName) "." delimited by size into generatedLine
    perform 61-write-line
    perform 61-write-blank-line.

*>------------------------------------------------------------------------------
*> The working-storage fields both programs use.
*>------------------------------------------------------------------------------
65-write-common-storage.

    move "       01 unloadControls." to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    move "           03 unloadFileName         pic x(255)" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "                                     value """ trim(wantedTableName) ".unl""." delimited by size into generatedLine
    perform 61-write-line
    move "           03 unloadFileStatus       pic x(002) value spaces." to generatedLine
    perform 61-write-line
    move "           03 argumentCount          pic 9(003) value zeros." to generatedLine
    perform 61-write-line
    move "           03 rowDisplay             pic z(8)9  value zeros." to generatedLine
    perform 61-write-line
    move "           03 sqlcodeDisplay         pic -(9)9  value zeros." to generatedLine
    perform 61-write-line
    move "           03 sqlFailurePoint        pic x(030) value spaces." to generatedLine
    perform 61-write-line.

*>------------------------------------------------------------------------------
*> The declare section: the table's DCLGEN copybook and an indicator for
*> every column, which the DCLGEN copybook does not carry.
*>------------------------------------------------------------------------------
66-write-declare-section.

    perform 61-write-blank-line
    move "           exec sql begin declare section end-exec." to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "           exec sql include " trim(wantedTableName) " end-exec." delimited by size into generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "       01 " trim(groupDataName) "-ind." delimited by size into generatedLine
    perform 61-write-line
    move "03" to itemLevel
    move 11 to itemIndent
    move "pic s9(4) comp-5" to itemClause
    perform varying unloadColumnIndex from 1 by 1 until unloadColumnIndex > unloadColumnCount
        move spaces to itemName
        string trim(unloadColumnDataName(unloadColumnIndex)) "-ind" delimited by size into itemName
        perform 62-write-data-item
    end-perform
    move "           exec sql end declare section end-exec." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line.

*>------------------------------------------------------------------------------
*> The unload file name, when the command line gives one.
*>------------------------------------------------------------------------------
67-write-file-argument.

    move "           accept argumentCount from argument-number" to generatedLine
    perform 61-write-line
    move "           if argumentCount > zeros" to generatedLine
    perform 61-write-line
    move "               display 1 upon argument-number" to generatedLine
    perform 61-write-line
    move "               accept unloadFileName from argument-value" to generatedLine
    perform 61-write-line
    move "           end-if" to generatedLine
    perform 61-write-line
    perform 61-write-blank-line.

*>------------------------------------------------------------------------------
*> Ends the program when the unload file did not open.
*>------------------------------------------------------------------------------
68-write-open-check.

    move "           if unloadFileStatus not = ""00""" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "               display """ trim(currentProgramName) ": opening "" function trim(unloadFileName)" delimited by size into generatedLine
    perform 61-write-line
    move "                       "" failed with file-status "" unloadFileStatus" to generatedLine
    perform 61-write-line
    move "                       upon stderr" to generatedLine
    perform 61-write-line
    move "               move 12 to return-code" to generatedLine
    perform 61-write-line
    move "               stop run" to generatedLine
    perform 61-write-line
    move "           end-if" to generatedLine
    perform 61-write-line
    perform 61-write-blank-line.

*>------------------------------------------------------------------------------
*> sqlText after sqlLead, broken between words so no line runs past column
*> 72; a space inside a quoted literal is never a break.
*>------------------------------------------------------------------------------
69-write-sql-text.

    move stored-char-length(sqlText) to sqlTextLength
    move stored-char-length(sqlLead) to sqlLeadLength
    compute sqlRoom = 72 - sqlLeadLength - 1
    move 1 to sqlStart
    set insideSqlLiteral to false
    perform until sqlStart > sqlTextLength
        move zeros to sqlBreak
        perform varying sqlScan from sqlStart by 1 until sqlScan > sqlTextLength
            if sqlText(sqlScan:1) = "'"
                if insideSqlLiteral
                    set insideSqlLiteral to false
                else
                    set insideSqlLiteral to true
                end-if
            end-if
            if sqlScan - sqlStart + 1 > sqlRoom and sqlBreak > zeros
                exit perform
            end-if
            if sqlText(sqlScan:1) = space and not insideSqlLiteral
                move sqlScan to sqlBreak
            end-if
        end-perform
        if sqlScan > sqlTextLength
            move sqlTextLength to sqlBreak
        end-if
        move spaces to generatedLine
        string sqlLead(1:sqlLeadLength) " " sqlText(sqlStart:sqlBreak - sqlStart + 1) delimited by size into generatedLine
        perform 61-write-line
        compute sqlStart = sqlBreak + 1
        perform until sqlStart > sqlTextLength or sqlText(sqlStart:1) not = space
            add 1 to sqlStart
        end-perform
        *> Continuation lines line up under the first; the literal state
        *> is taken again up to where the next line starts.
        move spaces to sqlLead
        set insideSqlLiteral to false
        perform varying sqlScan from 1 by 1 until sqlScan >= sqlStart
            if sqlText(sqlScan:1) = "'"
                if insideSqlLiteral
                    set insideSqlLiteral to false
                else
                    set insideSqlLiteral to true
                end-if
            end-if
        end-perform
    end-perform.

*>------------------------------------------------------------------------------
*> The FETCH's INTO list: every host variable with its indicator.
*>------------------------------------------------------------------------------
6a-write-host-variable-list.

    perform varying unloadColumnIndex from 1 by 1 until unloadColumnIndex > unloadColumnCount
        if unloadColumnIndex < unloadColumnCount
            move "," to listEnding
        else
            move spaces to listEnding
        end-if
        move spaces to generatedLine
        if unloadColumnIndex = 1
            string "                into :" trim(unloadColumnDataName(unloadColumnIndex)) " :" trim(unloadColumnDataName(unloadColumnIndex)) "-ind" trim(listEnding) delimited by size into generatedLine
        else
            string "                     :" trim(unloadColumnDataName(unloadColumnIndex)) " :" trim(unloadColumnDataName(unloadColumnIndex)) "-ind" trim(listEnding) delimited by size into generatedLine
        end-if
        perform 61-write-line
    end-perform.

*>------------------------------------------------------------------------------
*> The SQL failure paragraph: says where and why, rolls back what is not
*> yet committed and ends the run with 12.
*>------------------------------------------------------------------------------
6b-write-sql-failure.

    move "       9-sql-failure." to generatedLine
    perform 61-write-line
    perform 61-write-blank-line
    move "           move sqlcode to sqlcodeDisplay" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "           display """ trim(currentProgramName) ": failed "" function trim(sqlFailurePoint)" delimited by size into generatedLine
    perform 61-write-line
    move "                   "", sqlcode "" function trim(sqlcodeDisplay)" to generatedLine
    perform 61-write-line
    move "                   "" sqlstate "" sqlstate upon stderr" to generatedLine
    perform 61-write-line
    move "           if sqlerrml > zeros" to generatedLine
    perform 61-write-line
    move spaces to generatedLine
    string "               display """ trim(currentProgramName) ": "" sqlerrmc(1:sqlerrml)" delimited by size into generatedLine
    perform 61-write-line
    move "                       upon stderr" to generatedLine
    perform 61-write-line
    move "           end-if" to generatedLine
    perform 61-write-line
    if currentProgramName = reloadProgramName
        move "           exec sql rollback end-exec" to generatedLine
        perform 61-write-line
        perform 5a-write-committed-count
    else
        move "           exec sql close unloadCursor end-exec" to generatedLine
        perform 61-write-line
    end-if
    move "           move 12 to return-code" to generatedLine
    perform 61-write-line
    move "           stop run." to generatedLine
    perform 61-write-line.

*>------------------------------------------------------------------------------
*> "move moveSource to moveTarget" inside the IF, over two lines when it
*> would run past column 72.
*>------------------------------------------------------------------------------
6c-write-move.

    move spaces to generatedLine
    if 15 + 5 + stored-char-length(moveSource) + 4 + stored-char-length(moveTarget) <= 72
        string "               move " trim(moveSource) " to " trim(moveTarget) delimited by size into generatedLine
        perform 61-write-line
    else
        string "               move " trim(moveSource) delimited by size into generatedLine
        perform 61-write-line
        string "                 to " trim(moveTarget) delimited by size into generatedLine
        perform 61-write-line
    end-if.

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
