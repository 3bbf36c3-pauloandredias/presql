*> same OCSQL runtime entry points the generated code and presqlValidate
*> use, reads the table and column definitions out of the engine's
*> information schema, and writes the catalog file in exactly the format
*> the rest of the suite consumes. The DBAs run it nightly. A column's
*> sensitivity classification (pii, pci, confidential, restricted) cannot
*> come out of the database, so the one the catalog being replaced carries
*> is read first and written back onto the regenerated column line.
*>
*> Each table's index definitions follow its column lines, one "index"
*> line per index with its key columns in key order, and the table line
*> carries the engine's row estimate, so the indexability check in
*> presqlCatalog can judge a statement's predicates without a database:
*>     table  customers rows 1200000
*>     column cust-id   char    10
*>     index  customers_pk unique cust-id
*>
*>     presqlCatalogExtract -u <dsn> -g <catalog-file>
*>
*>
*>     presqlCatalogExtract -u <dsn> -c <shop-catalog>
*>
*> The shop catalog is read by key, so neither the number of tables nor
*> the number of columns of a table is limited: the -c catalog may be the
*> indexed catalog presqlCatalogIndex builds, and a line-sequential one
*> (as the -g catalog always is, the index being rebuilt from it) is first
*> copied into an indexed work file, <catalog>.presql.work. The live
*> tables and columns reconciliation sees are kept in another,
*> <catalog>.presql.live; both work files are deleted at the end of the run.
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
*>  the Free Software Foundation; either version 2, or (at your option)
    organization is line sequential
    file status is driftReportFileStatus.

    *> The shop catalog read by key: the -c or -g file itself when it is
    *> the indexed catalog presqlCatalogIndex builds, or the work copy
    *> made of a line-sequential one.
    select shopIndexFile assign to shopIndexFileName
    organization is indexed
    access mode is dynamic
    record key is shopIndexKey
    file status is shopIndexFileStatus.

    *> The live tables and columns reconciliation has seen, for finding
    *> what the catalog lists and the database no longer has.
    select liveIndexFile assign to liveIndexFileName
    organization is indexed
    access mode is dynamic
    record key is liveIndexKey
    file status is liveIndexFileStatus.

    *> The credentials file -u names: connection secrets live here, read
    *> at run time, the same convention presqlValidate reads.
    select credentialsFile assign to credentialsFileName
    organization is line sequential
    file status is credentialsFileStatus.

    *> The index definitions and row estimates read ahead of the column
    *> cursor (the runtime holds one cursor at a time), kept by table
    *> until the table's column lines are written: <catalog>.presql.indexes,
    *> deleted at the end of the run.
    select indexWorkFile assign to indexWorkFileName
    organization is indexed
    access mode is dynamic
    record key is indexWorkKey
    file status is indexWorkFileStatus.

*>===============================================================================
data division.
*>===============================================================================
fd driftReportFile.
01 driftReportLine              pic x(255).

*> Keyed by table, entry kind and entry name: a T entry per table with its
*> column count, and per column a C entry by name and a P entry by its
*> five-digit position. The work copy carries the T and C entries only.
fd shopIndexFile.
01 shopIndexRecord.
    03 shopIndexKey.
        05 shopIndexTableName   pic x(064).
        05 shopIndexEntryKind   pic x(001).
        05 shopIndexEntryName   pic x(064).
    03 shopIndexColumnName      pic x(064).
    03 shopIndexColumnType      pic x(010).
    03 shopIndexColumnLength    pic 9(005).
    03 shopIndexColumnScale     pic 9(003).
    03 shopIndexColumnClass     pic x(012).
    03 shopIndexColumnRestricted pic x(001).
    03 shopIndexColumnPosition  pic 9(005).
    03 shopIndexColumnCount     pic 9(005).

fd liveIndexFile.
01 liveIndexRecord.
    03 liveIndexKey.
        05 liveIndexTableName   pic x(064).
        05 liveIndexEntryKind   pic x(001).
        05 liveIndexEntryName   pic x(064).

fd credentialsFile.
01 credentialsLine              pic x(255).

*> Keyed by table, entry kind and index name: an R entry (index name
*> blank) with the table's row estimate, and an I entry per index with
*> its unique flag and its key columns, space-separated in key order.
fd indexWorkFile.
01 indexWorkRecord.
    03 indexWorkKey.
        05 indexWorkTableName   pic x(064).
        05 indexWorkKind        pic x(001).
        05 indexWorkIndexName   pic x(064).
    03 indexWorkUnique          pic x(001).
    03 indexWorkRows            pic 9(015).
    03 indexWorkColumns         pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
    03 rowNumericPrecision      pic x(010) value spaces.
    03 rowNumericScale          pic x(010) value spaces.

*>------------------------------------------------------------------------------
*> The rows the index-definition and row-estimate cursors fetch into, bound
*> as character the same way. An index comes back one row per key column,
*> in key order; "U" marks a unique one.
*>------------------------------------------------------------------------------
01 indexRow.
    03 indexRowTableName        pic x(064) value spaces.
    03 indexRowIndexName        pic x(064) value spaces.
    03 indexRowUnique           pic x(001) value spaces.
    03 indexRowColumnName       pic x(064) value spaces.
    03 indexRowRows             pic x(020) value spaces.

01 indexWorkControls.
    03 indexWorkFileName        pic x(255) value spaces.
    03 indexWorkFileStatus      pic x(002) value spaces.
    03 indexWorkFlag            pic 9(001) value zeros.
        88 indexWorkIsOpen      value 1    false 0.
    03 rowEstimateFlag          pic 9(001) value zeros.
        88 rowEstimateIsKnown   value 1    false 0.
    03 indexesWritten           binary-long unsigned value zeros.
    03 indexesDisplay           pic zzzzzzz9 value zeros.
    03 indexColumnsScratch      pic x(255) value spaces.
    03 tableRowsDisplay         pic z(14)9 value zeros.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 fifthWord                binary-short unsigned value 5.

*>------------------------------------------------------------------------------
*> The shop catalog as read by key (see shopIndexFile), whether it is the
*> catalog itself or the work copy made of it, and the live file beside
*> it; the table and column being copied in while the work copy is built.
*>------------------------------------------------------------------------------
01 shopCatalogControls.
    03 shopIndexFileName        pic x(255) value spaces.
    03 shopIndexFileStatus      pic x(002) value spaces.
    03 shopIndexState           pic x(001) value spaces.
        88 shopIndexIsClosed    value space.
        88 shopIndexIsTheCatalog value "I".
        88 shopIndexIsWorkCopy  value "W".
    03 liveIndexFileName        pic x(255) value spaces.
    03 liveIndexFileStatus      pic x(002) value spaces.
    03 liveIndexFlag            pic 9(001) value zeros.
        88 liveIndexIsOpen      value 1    false 0.
    03 deleteFileStatus         binary-long value zeros.
    03 shopTableCount           binary-long unsigned value zeros.
    03 shopColumnCount          binary-long unsigned value zeros.
    03 shopTableName            pic x(064) value spaces.
    03 shopTableLiveFlag        pic 9(001) value zeros.
        88 shopTableIsLive      value 1    false 0.
    03 shopWordNumber           binary-short unsigned value zeros.
    03 shopWord                 pic x(064) value spaces.
    03 shopNumberCount          binary-short unsigned value zeros.
    03 shopClassScratch         pic x(040) value spaces.
    03 carriedClassWords        pic x(040) value spaces.

01 reconcileControls.
    03 differencesFound         binary-long unsigned value zeros.
        end-if
        perform 4-disconnect
    end-if
    perform 65-close-the-work-files

    if thereWasAnError
        move 12 to return-code
*>------------------------------------------------------------------------------
3-extract-the-catalog.

    perform 35-load-the-classifications
    if thereWasAnError
        exit paragraph
    end-if

    perform 37-collect-the-indexes
    if thereWasAnError
        exit paragraph
    end-if

    perform 31-open-schema-cursor
    if thereWasAnError
        exit paragraph
        string "(ERROR): PSQL1106E Reading the information schema failed: " trim(SQLERRMC) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    else
        perform 38-write-the-index-lines
    end-if

    close catalogFile
        else
            move tablesWritten to tablesDisplay
            move columnsWritten to columnsDisplay
            move indexesWritten to indexesDisplay
            string "(info): Wrote " trim(catalogFileName) " with " trim(tablesDisplay) " tables, " trim(columnsDisplay) " columns and " trim(indexesDisplay) " indexes" delimited by size into logText
            perform 90-write-log
        end-if
    end-if.
*>------------------------------------------------------------------------------
*> One fetched column becomes one catalog "column" line, under a "table"
*> line written whenever the table name changes (the cursor orders by
*> table, so each table arrives whole); the table before it is closed
*> with its index lines first.
*>------------------------------------------------------------------------------
33-write-one-catalog-entry.

    if rowTableName not = previousTableName
        perform 38-write-the-index-lines
        move rowTableName to previousTableName
        add 1 to tablesWritten
        perform 39-find-the-row-estimate
        move spaces to catalogLine
        if not rowEstimateIsKnown
            string "table  " trim(lower-case(rowTableName)) delimited by size into catalogLine
        else
            move indexWorkRows to tableRowsDisplay
            string "table  " trim(lower-case(rowTableName)) " rows " trim(tableRowsDisplay) delimited by size into catalogLine
        end-if
        write catalogLine
    end-if

    add 1 to columnsWritten
    move mappedLength to mappedLengthDisplay
    move mappedScale to mappedScaleDisplay
    perform 36-find-the-carried-class
    move spaces to catalogLine
    if mappedScale > zeros
        string "column " trim(lower-case(rowColumnName)) " " trim(mappedTypeWord) " " trim(mappedLengthDisplay) " " trim(mappedScaleDisplay) " " trim(carriedClassWords) delimited by size into catalogLine
    else
        string "column " trim(lower-case(rowColumnName)) " " trim(mappedTypeWord) " " trim(mappedLengthDisplay) " " trim(carriedClassWords) delimited by size into catalogLine
    end-if
    write catalogLine.

*>------------------------------------------------------------------------------
*> Opens the catalog about to be replaced for its classifications (an
*> indexed catalog is not replaced this way, and is refused); the
*> first extraction, with no catalog there yet, carries nothing over.
*>------------------------------------------------------------------------------
35-load-the-classifications.

    move catalogFileName to shopCatalogFileName
    perform 53-open-the-shop-catalog
    if shopIndexIsClosed
        move spaces to shopCatalogFileStatus
    end-if
    if shopIndexIsTheCatalog
        string "(ERROR): PSQL1116E " trim(catalogFileName) " is an indexed catalog; extract into a line-sequential catalog and build the index from it with presqlCatalogIndex" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> The classification words the replaced catalog carried for the fetched
*> column, or spaces.
*>------------------------------------------------------------------------------
36-find-the-carried-class.

    move spaces to carriedClassWords
    if shopIndexIsClosed
        exit paragraph
    end-if

    move spaces to shopIndexKey
    move function lower-case(rowTableName) to shopIndexTableName
    move "C" to shopIndexEntryKind
    move function lower-case(rowColumnName) to shopIndexEntryName
    read shopIndexFile key is shopIndexKey
        invalid key exit paragraph
    end-read

    if shopIndexColumnRestricted = "R"
        move spaces to shopClassScratch
        string trim(shopIndexColumnClass) " restricted" delimited by size into shopClassScratch
        move trim(shopClassScratch) to carriedClassWords
    else
        move shopIndexColumnClass to carriedClassWords
    end-if.

*>------------------------------------------------------------------------------
*> Maps the engine's data_type wording onto the type words the rest of the
*> suite understands (the same list presqlCatalog classifies and
    end-if.

*>------------------------------------------------------------------------------
*> Reads the row estimates and the index definitions into the index work
*> file ahead of the column cursor. An engine whose catalog cannot answer
*> either query costs the catalog only those lines, warned; the columns
*> are extracted all the same.
*>------------------------------------------------------------------------------
37-collect-the-indexes.

    move spaces to indexWorkFileName
    string trim(catalogFileName) ".presql.indexes" delimited by size into indexWorkFileName
    open output indexWorkFile
    if indexWorkFileStatus = "00"
        close indexWorkFile
        open i-o indexWorkFile
    end-if
    if indexWorkFileStatus not = "00"
        string "(ERROR): PSQL1105E Opening " trim(indexWorkFileName) " failed with file-status " indexWorkFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    set indexWorkIsOpen to true

    perform 37a-read-the-row-estimates
    if itIsOkSoFar
        perform 37b-read-the-index-definitions
    end-if.

*>------------------------------------------------------------------------------
*> One R entry per table the engine has an estimate for; a table never
*> analyzed comes back negative and is left without one.
*>------------------------------------------------------------------------------
37a-read-the-row-estimates.

    move spaces to SQL-STMT-TEXT
    string "select c.relname, cast(c.reltuples as bigint)"
           " from pg_catalog.pg_class c"
           " join pg_catalog.pg_namespace n on n.oid = c.relnamespace"
           " where c.relkind in ('r', 'p')"
           " and n.nspname not in ('information_schema', 'pg_catalog', 'pg_toast')"
           delimited by size into SQL-STMT-TEXT

    move 2 to SQL-COUNT
    set SQL-ADDR(1) to address of indexRowTableName
    move "X" to SQL-TYPE(1)
    move 64 to SQL-LEN(1)
    move "0" to SQL-PREC(1)
    set SQL-IND-ADDR(1) to null
    set SQL-ADDR(2) to address of indexRowRows
    move "X" to SQL-TYPE(2)
    move 20 to SQL-LEN(2)
    move "0" to SQL-PREC(2)
    set SQL-IND-ADDR(2) to null

    perform 37c-open-the-index-cursor
    if thereWasAnError
        exit paragraph
    end-if
    if SQLCODE < zeros
        string "(WARNING): PSQL1117W Row estimates could not be read: " trim(SQLERRMC) "; the catalog carries no table sizes" delimited by size into logText
        perform 90-write-log
        exit paragraph
    end-if

    perform 37d-fetch-one-index-row
    perform until SQLCODE not = zeros
        if indexRowRows(1:1) not = "-" and trim(indexRowRows) not = spaces
            move spaces to indexWorkRecord
            move function lower-case(indexRowTableName) to indexWorkTableName
            move "R" to indexWorkKind
            move numval(indexRowRows) to indexWorkRows
            write indexWorkRecord
                invalid key
                    continue
            end-write
        end-if
        perform 37d-fetch-one-index-row
    end-perform
    if SQLCODE < zeros
        string "(WARNING): PSQL1117W Row estimates could not be read: " trim(SQLERRMC) "; the catalog carries no table sizes" delimited by size into logText
        perform 90-write-log
    end-if
    call OCSQL-CLOSE-CURSOR using SQLCA SQLV end-call.

*>------------------------------------------------------------------------------
*> One I entry per index, its key columns gathered in key order off one
*> row per column. An index with an expression among its keys is left
*> out: no column of the table stands in that key position.
*>------------------------------------------------------------------------------
37b-read-the-index-definitions.

    move spaces to SQL-STMT-TEXT
    string "select t.relname, i.relname,"
           " case when x.indisunique then 'U' else 'N' end, a.attname"
           " from pg_catalog.pg_index x"
           " join pg_catalog.pg_class t on t.oid = x.indrelid"
           " join pg_catalog.pg_class i on i.oid = x.indexrelid"
           " join pg_catalog.pg_namespace n on n.oid = t.relnamespace"
           " join pg_catalog.pg_attribute a on a.attrelid = t.oid"
           " and a.attnum = any(x.indkey)"
           " where n.nspname not in ('information_schema', 'pg_catalog', 'pg_toast')"
           " and not (0 = any(x.indkey))"
           " order by t.relname, i.relname,"
           " array_position(cast(x.indkey as int2[]), a.attnum)"
           delimited by size into SQL-STMT-TEXT

    move 4 to SQL-COUNT
    set SQL-ADDR(1) to address of indexRowTableName
    move "X" to SQL-TYPE(1)
    move 64 to SQL-LEN(1)
    move "0" to SQL-PREC(1)
    set SQL-IND-ADDR(1) to null
    set SQL-ADDR(2) to address of indexRowIndexName
    move "X" to SQL-TYPE(2)
    move 64 to SQL-LEN(2)
    move "0" to SQL-PREC(2)
    set SQL-IND-ADDR(2) to null
    set SQL-ADDR(3) to address of indexRowUnique
    move "X" to SQL-TYPE(3)
    move 1 to SQL-LEN(3)
    move "0" to SQL-PREC(3)
    set SQL-IND-ADDR(3) to null
    set SQL-ADDR(4) to address of indexRowColumnName
    move "X" to SQL-TYPE(4)
    move 64 to SQL-LEN(4)
    move "0" to SQL-PREC(4)
    set SQL-IND-ADDR(4) to null

    perform 37c-open-the-index-cursor
    if thereWasAnError
        exit paragraph
    end-if
    if SQLCODE < zeros
        string "(WARNING): PSQL1118W Index definitions could not be read: " trim(SQLERRMC) "; the catalog carries no index lines" delimited by size into logText
        perform 90-write-log
        exit paragraph
    end-if

    perform 37d-fetch-one-index-row
    perform until SQLCODE not = zeros
        move spaces to indexWorkKey
        move function lower-case(indexRowTableName) to indexWorkTableName
        move "I" to indexWorkKind
        move function lower-case(indexRowIndexName) to indexWorkIndexName
        read indexWorkFile key is indexWorkKey
            invalid key
                move spaces to indexWorkColumns
                move zeros to indexWorkRows
                move indexRowUnique to indexWorkUnique
                move function lower-case(indexRowColumnName) to indexWorkColumns
                write indexWorkRecord
                    invalid key
                        continue
                end-write
            not invalid key
                move spaces to indexColumnsScratch
                string trim(indexWorkColumns) " " trim(lower-case(indexRowColumnName)) delimited by size into indexColumnsScratch
                move indexColumnsScratch to indexWorkColumns
                rewrite indexWorkRecord
                    invalid key
                        continue
                end-rewrite
        end-read
        perform 37d-fetch-one-index-row
    end-perform
    if SQLCODE < zeros
        string "(WARNING): PSQL1118W Index definitions could not be read: " trim(SQLERRMC) "; the catalog carries no index lines" delimited by size into logText
        perform 90-write-log
    end-if
    call OCSQL-CLOSE-CURSOR using SQLCA SQLV end-call.

*>------------------------------------------------------------------------------
*> Prepares and opens the cursor for the query in SQL-STMT-TEXT with the
*> output columns already bound; a failing query is left in SQLCODE for
*> the caller to warn about.
*>------------------------------------------------------------------------------
37c-open-the-index-cursor.

    call OCSQL-PREPARE using SQLCA SQLV
        on exception
            move "(ERROR): PSQL1103E The OCSQL runtime library is not available; cannot extract the schema" to logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
    end-call
    if SQLCODE < zeros
        exit paragraph
    end-if

    move "F" to SQL-SCROLL
    move "N" to SQL-HOLD
    call OCSQL-OPEN-CURSOR using SQLCA SQLV end-call.

*>------------------------------------------------------------------------------
*> One row off the index or row-estimate cursor.
*>------------------------------------------------------------------------------
37d-fetch-one-index-row.

    move spaces to indexRow
    move "N" to SQL-FETCH-DIR
    move 1 to SQL-ROWS
    call OCSQL-FETCH-CURSOR using SQLCA SQLV end-call.

*>------------------------------------------------------------------------------
*> Closes the table just written with one "index" line per index it has,
*> read back off the work file in index-name order.
*>------------------------------------------------------------------------------
38-write-the-index-lines.

    if previousTableName = spaces or not indexWorkIsOpen
        exit paragraph
    end-if

    move spaces to indexWorkKey
    move function lower-case(previousTableName) to indexWorkTableName
    move "I" to indexWorkKind
    move low-values to indexWorkIndexName
    start indexWorkFile key > indexWorkKey
        invalid key move "10" to indexWorkFileStatus
    end-start
    if indexWorkFileStatus = "00"
        read indexWorkFile next record
            at end move "10" to indexWorkFileStatus
        end-read
    end-if
    perform until indexWorkFileStatus not = "00"
               or indexWorkTableName not = function lower-case(previousTableName)
               or indexWorkKind not = "I"
        move spaces to catalogLine
        if indexWorkUnique = "U"
            string "index  " trim(indexWorkIndexName) " unique " trim(indexWorkColumns) delimited by size into catalogLine
        else
            string "index  " trim(indexWorkIndexName) " " trim(indexWorkColumns) delimited by size into catalogLine
        end-if
        write catalogLine
        add 1 to indexesWritten
        read indexWorkFile next record
            at end move "10" to indexWorkFileStatus
        end-read
    end-perform
    move "00" to indexWorkFileStatus.

*>------------------------------------------------------------------------------
*> The fetched table's R entry, when the engine had an estimate for it.
*>------------------------------------------------------------------------------
39-find-the-row-estimate.

    set rowEstimateIsKnown to false
    if not indexWorkIsOpen
        exit paragraph
    end-if

    move spaces to indexWorkKey
    move function lower-case(rowTableName) to indexWorkTableName
    move "R" to indexWorkKind
    read indexWorkFile key is indexWorkKey
        invalid key exit paragraph
    end-read
    set rowEstimateIsKnown to true.

*>------------------------------------------------------------------------------
*> Opens the shop catalog for reconciliation, to be read by key; one that
*> cannot be opened at all, or holds no table, is fatal.
*>------------------------------------------------------------------------------
5-load-the-shop-catalog.

    perform 53-open-the-shop-catalog
    if thereWasAnError
        exit paragraph
    end-if
    if shopIndexIsClosed
        if shopCatalogNotFound
            string "(ERROR): PSQL1108E Shop catalog " trim(shopCatalogFileName) " not found" delimited by size into logText
        else
            string "(ERROR): PSQL1109E Opening " trim(shopCatalogFileName) " failed with file-status " shopCatalogFileStatus delimited by size into logText
        end-if
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    if shopTableCount = zeros
        string "(ERROR): PSQL1110E Shop catalog " trim(shopCatalogFileName) " holds no table definitions" delimited by size into logText
    end-if.

*>------------------------------------------------------------------------------
*> One shop catalog line into the work copy; blank and "*" comment lines
*> are skipped the same way presqlCatalog skips them, and a table or
*> column listed twice keeps its first entry.
*>------------------------------------------------------------------------------
51-load-one-shop-line.


    evaluate function lower-case(trim(getWord(shopCatalogLine, firstWord)))
        when "table"
            move function lower-case(getWord(shopCatalogLine, secondWord)) to shopTableName
            move zeros to shopColumnCount
            move spaces to shopIndexRecord
            move shopTableName to shopIndexTableName
            move "T" to shopIndexEntryKind
            move zeros to shopIndexColumnLength
            move zeros to shopIndexColumnScale
            move zeros to shopIndexColumnPosition
            move zeros to shopIndexColumnCount
            write shopIndexRecord
                invalid key
                    continue
                not invalid key
                    add 1 to shopTableCount
            end-write
        when "column"
            if shopTableName = spaces
                move "(ERROR): PSQL1112E Shop catalog has a column line before any table line" to logText
                perform 90-write-log
                set thereWasAnError to true
                exit paragraph
            end-if
            add 1 to shopColumnCount
            move spaces to shopIndexRecord
            move shopTableName to shopIndexTableName
            move "C" to shopIndexEntryKind
            move function lower-case(getWord(shopCatalogLine, secondWord)) to shopIndexEntryName
            move shopIndexEntryName to shopIndexColumnName
            move function lower-case(getWord(shopCatalogLine, thirdWord)) to shopIndexColumnType
            move zeros to shopIndexColumnLength
            move zeros to shopIndexColumnScale
            move shopColumnCount to shopIndexColumnPosition
            move zeros to shopIndexColumnCount
            move zeros to shopNumberCount
            perform 52-load-one-column-attribute
                varying shopWordNumber from 4 by 1
                  until shopWordNumber > 8
            write shopIndexRecord
                invalid key
                    continue
            end-write
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> One word after a shop column's type: the first number is the length,
*> the second the scale, "restricted" marks the column and any other word
*> is its classification.
*>------------------------------------------------------------------------------
52-load-one-column-attribute.

    move function lower-case(getWord(shopCatalogLine, shopWordNumber)) to shopWord
    evaluate true
        when shopWord = spaces
            continue
        when shopWord(1:1) >= "0" and shopWord(1:1) <= "9"
            add 1 to shopNumberCount
            if shopNumberCount = 1
                move numval(shopWord) to shopIndexColumnLength
            else
                move numval(shopWord) to shopIndexColumnScale
            end-if
        when trim(shopWord) = "restricted"
            move "R" to shopIndexColumnRestricted
        when other
            move shopWord to shopIndexColumnClass
    end-evaluate.

*>------------------------------------------------------------------------------
*> Opens shopCatalogFileName to be read by key: as it is when it opens as
*> an indexed catalog, or else copied line by line into a fresh work copy.
*> One that opens neither way is left closed for the caller to judge.
*>------------------------------------------------------------------------------
53-open-the-shop-catalog.

    move zeros to shopTableCount
    move shopCatalogFileName to shopIndexFileName
    open input shopIndexFile
    if shopIndexFileStatus = "00"
        set shopIndexIsTheCatalog to true
        move low-values to shopIndexKey
        start shopIndexFile key >= shopIndexKey
            invalid key move "10" to shopIndexFileStatus
        end-start
        if shopIndexFileStatus = "00"
            read shopIndexFile next record
                at end move "10" to shopIndexFileStatus
            end-read
        end-if
        *> One entry is enough to know the catalog is not empty.
        if shopIndexFileStatus = "00"
            move 1 to shopTableCount
        end-if
        exit paragraph
    end-if

    open input shopCatalogFile
    if shopCatalogFileStatus not = "00"
        exit paragraph
    end-if

    move spaces to shopIndexFileName
    string trim(shopCatalogFileName) ".presql.work" delimited by size into shopIndexFileName
    open output shopIndexFile
    if shopIndexFileStatus = "00"
        close shopIndexFile
        open i-o shopIndexFile
    end-if
    if shopIndexFileStatus not = "00"
        string "(ERROR): PSQL1105E Opening " trim(shopIndexFileName) " failed with file-status " shopIndexFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        close shopCatalogFile
        exit paragraph
    end-if
    set shopIndexIsWorkCopy to true

    move spaces to shopTableName
    read shopCatalogFile next record at end set shopCatalogEof to true end-read
    perform until shopCatalogEof or thereWasAnError
        perform 51-load-one-shop-line
        read shopCatalogFile next record at end set shopCatalogEof to true end-read
    end-perform
    close shopCatalogFile.

*>------------------------------------------------------------------------------
*> Reconciliation: the same information-schema cursor the extraction runs,
*> but each row is checked off against the shop catalog instead of being
        exit paragraph
    end-if

    move spaces to liveIndexFileName
    string trim(shopCatalogFileName) ".presql.live" delimited by size into liveIndexFileName
    open output liveIndexFile
    if liveIndexFileStatus = "00"
        close liveIndexFile
        open i-o liveIndexFile
    end-if
    if liveIndexFileStatus not = "00"
        string "(ERROR): PSQL1105E Opening " trim(liveIndexFileName) " failed with file-status " liveIndexFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        close driftReportFile
        call OCSQL-CLOSE-CURSOR using SQLCA SQLV end-call
        exit paragraph
    end-if
    set liveIndexIsOpen to true

    move function current-date to extractStamp
    move spaces to driftReportLine
    string "Catalog drift report: " trim(shopCatalogFileName)
*>------------------------------------------------------------------------------
*> One live column against the shop catalog: a table the catalog does not
*> know is reported once; a missing column, or one whose type, length or
*> scale moved, is reported per column. The live table and column are
*> kept for the leftover scan afterwards.
*>------------------------------------------------------------------------------
61-reconcile-one-row.

    move function lower-case(rowTableName) to liveTableLower
    move function lower-case(rowColumnName) to liveColumnLower

    move spaces to shopIndexKey
    move liveTableLower to shopIndexTableName
    move "T" to shopIndexEntryKind
    read shopIndexFile key is shopIndexKey
        invalid key
            if liveTableLower not = liveTableReported
                move liveTableLower to liveTableReported
                add 1 to differencesFound
                move spaces to driftReportLine
                string "TABLE ADDED   : " trim(liveTableLower) " is in the database but not the catalog" delimited by size into driftReportLine
                write driftReportLine
            end-if
            exit paragraph
    end-read

    move spaces to liveIndexKey
    move liveTableLower to liveIndexTableName
    move "T" to liveIndexEntryKind
    write liveIndexRecord
        invalid key continue
    end-write
    move "C" to liveIndexEntryKind
    move liveColumnLower to liveIndexEntryName
    write liveIndexRecord
        invalid key continue
    end-write

    move "C" to shopIndexEntryKind
    move liveColumnLower to shopIndexEntryName
    read shopIndexFile key is shopIndexKey
        invalid key
            add 1 to differencesFound
            move spaces to driftReportLine
            string "COLUMN ADDED  : " trim(liveTableLower) "." trim(liveColumnLower) " is in the database but not the catalog" delimited by size into driftReportLine
            write driftReportLine
            exit paragraph
    end-read

    perform 62-compare-column-attributes.

*>------------------------------------------------------------------------------
*> Type, length and scale of one matched column, each drift a change-control
        add 1 to differencesFound
        move spaces to driftReportLine
        string "COLUMN RETYPED: " trim(liveTableLower) "." trim(liveColumnLower)
               " is " trim(shopIndexColumnType)
               " in the catalog but " trim(mappedTypeWord) " in the database"
               delimited by size into driftReportLine
        write driftReportLine
    end-if

    if shopIndexColumnLength not = mappedLength
        add 1 to differencesFound
        move shopIndexColumnLength to shopLengthDisplay
        move mappedLength to mappedLengthDisplay
        move spaces to driftReportLine
        string "COLUMN RESIZED: " trim(liveTableLower) "." trim(liveColumnLower)
        write driftReportLine
    end-if

    if shopIndexColumnScale not = mappedScale
        add 1 to differencesFound
        move shopIndexColumnScale to shopScaleDisplay
        move mappedScale to mappedScaleDisplay
        move spaces to driftReportLine
        string "COLUMN RESCALED: " trim(liveTableLower) "." trim(liveColumnLower)
*>------------------------------------------------------------------------------
64-normalize-shop-type.

    evaluate trim(shopIndexColumnType)
        when "character"
            move "char" to shopTypeNormalized
        when "decimal"
        when "text"
            move "varchar" to shopTypeNormalized
        when other
            move shopIndexColumnType to shopTypeNormalized
    end-evaluate.

*>------------------------------------------------------------------------------
*> Whatever the database never confirmed: tables and columns the catalog
*> still lists but the engine no longer has, found by walking the shop
*> catalog in key order against the live entries.
*>------------------------------------------------------------------------------
63-report-unmatched-entries.

    move low-values to shopIndexKey
    start shopIndexFile key >= shopIndexKey
        invalid key move "10" to shopIndexFileStatus
    end-start
    if shopIndexFileStatus = "00"
        read shopIndexFile next record
            at end move "10" to shopIndexFileStatus
        end-read
    end-if

    move spaces to shopTableName
    perform until shopIndexFileStatus not = "00"
        perform 631-check-one-shop-entry
        read shopIndexFile next record
            at end move "10" to shopIndexFileStatus
        end-read
    end-perform
    move "00" to shopIndexFileStatus.

*>------------------------------------------------------------------------------
*> One shop catalog entry: the first entry of each table tells whether the
*> database still has the table, and the C entries of one it has whether
*> it still has each column.
*>------------------------------------------------------------------------------
631-check-one-shop-entry.

    if shopIndexTableName not = shopTableName
        move shopIndexTableName to shopTableName
        move spaces to liveIndexKey
        move shopTableName to liveIndexTableName
        move "T" to liveIndexEntryKind
        read liveIndexFile key is liveIndexKey
            invalid key
                set shopTableIsLive to false
                add 1 to differencesFound
                move spaces to driftReportLine
                string "TABLE DROPPED : " trim(shopTableName) " is in the catalog but not the database" delimited by size into driftReportLine
                write driftReportLine end-write
            not invalid key
                set shopTableIsLive to true
        end-read
    end-if

    if shopIndexEntryKind not = "C" or not shopTableIsLive
        exit paragraph
    end-if

    move spaces to liveIndexKey
    move shopTableName to liveIndexTableName
    move "C" to liveIndexEntryKind
    move shopIndexEntryName to liveIndexEntryName
    read liveIndexFile key is liveIndexKey
        invalid key
            add 1 to differencesFound
            move spaces to driftReportLine
            string "COLUMN DROPPED: " trim(shopTableName) "." trim(shopIndexEntryName) " is in the catalog but not the database" delimited by size into driftReportLine
            write driftReportLine
    end-read.

*>------------------------------------------------------------------------------
*> Closes the shop catalog and the live file, deleting the work files.
*>------------------------------------------------------------------------------
65-close-the-work-files.

    if not shopIndexIsClosed
        close shopIndexFile
        if shopIndexIsWorkCopy
            call "CBL_DELETE_FILE" using shopIndexFileName returning deleteFileStatus
        end-if
        set shopIndexIsClosed to true
    end-if
    if liveIndexIsOpen
        close liveIndexFile
        call "CBL_DELETE_FILE" using liveIndexFileName returning deleteFileStatus
        set liveIndexIsOpen to false
    end-if
    if indexWorkIsOpen
        close indexWorkFile
        call "CBL_DELETE_FILE" using indexWorkFileName returning deleteFileStatus
        set indexWorkIsOpen to false
    end-if.

*>------------------------------------------------------------------------------
*> Drops the extraction connection again.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
