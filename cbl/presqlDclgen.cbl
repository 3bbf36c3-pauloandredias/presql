*> the picture clause matching its column type, under a group named for the
*> table. A program then pulls it in with "exec sql include <table> end-exec"
*> like any other copybook, instead of hand-typing host variables that drift
*> away from the table over time. A column the catalog classifies as
*> sensitive (pii, pci, confidential, restricted) gets a marker comment
*> ahead of its field, so reviewers see the classification in the source.
*> DATE, TIME and TIMESTAMP columns are generated in the shop's standard
*> layouts, each field carrying its SQL FORMAT clause so the translated
*> binds convert to and from the database's ISO text; -d, -m and -s
*> replace the standard date, time and timestamp masks. The catalog may be
*> the line-sequential file or the indexed catalog presqlCatalogIndex
*> builds from it, in which case the table is read by key.
*>
*>     presqlDclgen -g <catalog> -t <table> -o <copybook-file>
*>                  [-d <date mask>] [-m <time mask>] [-s <timestamp mask>]
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
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

    select copybookOutput assign to copybookFileName
    organization is line sequential
    file status is copybookFileStatus.
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
        88 indexedColumnIsRestricted value "R".
    03 indexedColumnPosition    pic 9(005).
    03 indexedColumnCount       pic 9(005).

fd copybookOutput.
01 copybookLine                 pic x(255).

        88 argumentIs-g         value "-g"  false spaces. *> The shop schema catalog file
        88 argumentIs-t         value "-t"  false spaces. *> The table to generate a copybook for
        88 argumentIs-o         value "-o"  false spaces. *> The copybook file to write
        88 argumentIs-d         value "-d"  false spaces. *> The date mask for DATE columns
        88 argumentIs-m         value "-m"  false spaces. *> The time mask for TIME columns
        88 argumentIs-s         value "-s"  false spaces. *> The timestamp mask for TIMESTAMP columns

01 catalogControls.
    03 catalogFileName          pic x(255)  value spaces.
    03 catalogFileStatus        pic x(002)  value spaces.
        88 catalogEof           value "10"  false "00".
        88 catalogNotFound      value "35"  false "00".
    03 indexedCatalogFileStatus pic x(002)  value spaces.
    03 catalogKindFlag          pic 9(001)  value zeros.
        88 catalogIsIndexed     value 1     false 0.

01 copybookControls.
    03 copybookFileName         pic x(255)  value spaces.
    03 integerDigits            pic 9(005)  value zeros.
    03 lengthDisplay            pic zzzz9   value zeros.
    03 scaleDisplay             pic zz9     value zeros.
    03 pictureText              pic x(100)  value spaces.
    03 columnClass              pic x(012)  value spaces.
    03 columnRestrictedFlag     pic 9(001)  value zeros.
        88 columnIsRestricted   value 1     false 0.
    03 columnWordNumber         binary-short unsigned value zeros.
    03 columnWord               pic x(064)  value spaces.
    03 columnNumberCount        binary-short unsigned value zeros.
    03 classificationText       pic x(040)  value spaces.

*>------------------------------------------------------------------------------
*> The shop's standard date/time layouts. A mask made of date/time parts
*> only (yyyymmdd) generates a numeric display field; one with separators
*> a character field, in either case exactly as long as the mask.
*>------------------------------------------------------------------------------
01 dateFormatControls.
    03 dateMask                 pic x(040)  value "yyyy-mm-dd".
    03 timeMask                 pic x(040)  value "hh.mm.ss".
    03 timestampMask            pic x(040)  value "yyyy-mm-dd-hh.mm.ss.nnnnnn".
    03 columnMask               pic x(040)  value spaces.
    03 columnMaskLength         binary-short unsigned value zeros.
    03 columnMaskLower          pic x(040)  value spaces.
    03 columnMaskDigitsOnly     pic 9(001)  value zeros.
        88 columnMaskIsAllParts value 1     false 0.

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
        when "-g" set argumentIs-g to true
        when "-t" set argumentIs-t to true
        when "-o" set argumentIs-o to true
        when "-d" set argumentIs-d to true
        when "-m" set argumentIs-m to true
        when "-s" set argumentIs-s to true
        when other
            if argumentIs-g
                move argumentText to catalogFileName
                    if argumentIs-o
                        move argumentText to copybookFileName
                        set argumentIs-o to false
                    else
                    if argumentIs-d or argumentIs-m or argumentIs-s
                        perform 12-take-date-mask
                    else
                        string "(ERROR): PSQL0803E Unexpected argument " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                        set thereWasAnError to true
                        exit paragraph
                    end-if
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> A -d, -m or -s mask replaces the shop standard for its kind. It must
*> fit the SQL FORMAT clause's 40 characters and may not hold a quote,
*> since it is written between apostrophes; presqlIncludes checks its
*> parts when the copybook is included.
*>------------------------------------------------------------------------------
12-take-date-mask.

    if argumentText = spaces or
       stored-char-length(argumentText) > 40 or
       substitute(argumentText, "'", " ") not = argumentText
        string "(ERROR): PSQL0809E Date/time mask " trim(argumentText) " must be 1 to 40 characters without an apostrophe" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    evaluate true
        when argumentIs-d
            move argumentText to dateMask
            set argumentIs-d to false
        when argumentIs-m
            move argumentText to timeMask
            set argumentIs-m to false
        when other
            move argumentText to timestampMask
            set argumentIs-s to false
    end-evaluate.

*>------------------------------------------------------------------------------
*> Walks the catalog looking for the wanted table's region and writes one
*> host variable per column line found inside it; an indexed catalog is
*> read by key instead.
*>------------------------------------------------------------------------------
2-generate-the-copybook.

    open input indexedCatalog
    if indexedCatalogFileStatus = "00"
        set catalogIsIndexed to true
    else
        open input catalogFile
        if catalogNotFound
            string "(ERROR): PSQL0804E Schema catalog " trim(catalogFileName) " not found" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            exit paragraph
        else
            if catalogFileStatus not = "00"
                string "(ERROR): PSQL0805E Opening " trim(catalogFileName) " failed with file-status " catalogFileStatus delimited by size into logText
                perform 90-write-log
                set thereWasAnError to true
                exit paragraph
            end-if
        end-if
    end-if

        string "(ERROR): PSQL0806E Opening " trim(copybookFileName) " failed with file-status " copybookFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        if catalogIsIndexed
            close indexedCatalog
        else
            close catalogFile
        end-if
        exit paragraph
    end-if

    string "       01 " trim(groupDataName) "." delimited by size into copybookLine
    write copybookLine

    if catalogIsIndexed
        perform 23-generate-from-indexed-catalog
        close indexedCatalog
    else
        read catalogFile next record at end set catalogEof to true end-read
        perform until catalogEof or thereWasAnError
            perform 21-generate-one-catalog-line
            read catalogFile next record at end set catalogEof to true end-read
        end-perform
        close catalogFile
    end-if
    close copybookOutput

    if not tableWasFound
                move function lower-case(getWord(catalogLine, thirdWord)) to columnType
                move zeros to columnLength
                move zeros to columnScale
                move spaces to columnClass
                set columnIsRestricted to false
                move zeros to columnNumberCount
                perform 21a-read-column-attribute
                    varying columnWordNumber from 4 by 1
                      until columnWordNumber > 8
                perform 22-write-one-host-variable
            end-if
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> One word after a column's type: the first number is the length and the
*> second the scale; the classification words are kept for the marker.
*>------------------------------------------------------------------------------
21a-read-column-attribute.

    move function lower-case(getWord(catalogLine, columnWordNumber)) to columnWord
    evaluate true
        when columnWord = spaces
            continue
        when columnWord(1:1) >= "0" and columnWord(1:1) <= "9"
            add 1 to columnNumberCount
            if columnNumberCount = 1
                move numval(columnWord) to columnLength
            else
                move numval(columnWord) to columnScale
            end-if
        when trim(columnWord) = "restricted"
            set columnIsRestricted to true
        when other
            move columnWord to columnClass
    end-evaluate.

*>------------------------------------------------------------------------------
*> The wanted table out of the indexed catalog: its T entry by key, then
*> its P entries in position order, one host variable each.
*>------------------------------------------------------------------------------
23-generate-from-indexed-catalog.

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
        move function substitute(indexedColumnName, "_", "-") to columnName
        move indexedColumnType to columnType
        move indexedColumnLength to columnLength
        move indexedColumnScale to columnScale
        move indexedColumnClass to columnClass
        if indexedColumnIsRestricted
            set columnIsRestricted to true
        else
            set columnIsRestricted to false
        end-if
        perform 22-write-one-host-variable
        read indexedCatalog next record
            at end move "10" to indexedCatalogFileStatus
        end-read
    end-perform.

*>------------------------------------------------------------------------------
*> Maps one column's catalog type to the matching picture clause and writes
*> the host variable. VARCHAR columns get the classic 49-level length/text
22-write-one-host-variable.

    add 1 to columnsGenerated

    if columnClass not = spaces or columnIsRestricted
        move spaces to classificationText
        if columnIsRestricted
            string trim(upper-case(columnClass)) " RESTRICTED" delimited by size into classificationText
        else
            move upper-case(columnClass) to classificationText
        end-if
        move spaces to copybookLine
        string "      *> Sensitive data: " trim(columnName) " is classified " trim(classificationText) delimited by size into copybookLine
        write copybookLine
    end-if

    move columnLength to lengthDisplay
    move columnScale to scaleDisplay

        when "double"
            move "usage comp-2" to pictureText
        when "date"
            move dateMask to columnMask
            perform 22a-build-date-picture
        when "time"
            move timeMask to columnMask
            perform 22a-build-date-picture
        when "timestamp"
            move timestampMask to columnMask
            perform 22a-build-date-picture
        when other
            *> An unrecognized type still gets a character field wide
            *> enough to hold it, with a comment naming the type, so the
    string "           03 " trim(columnName) "  " trim(pictureText) "." delimited by size into copybookLine
    write copybookLine.

*>------------------------------------------------------------------------------
*> The picture and SQL FORMAT clause of a DATE, TIME or TIMESTAMP column
*> from the mask in columnMask: numeric when the mask is all parts
*> (y, m, d, h, i, s, n), character otherwise.
*>------------------------------------------------------------------------------
22a-build-date-picture.

    move stored-char-length(columnMask) to columnMaskLength
    move columnMaskLength to lengthDisplay
    move lower-case(columnMask) to columnMaskLower
    move substitute(columnMaskLower, "y", " ", "m", " ", "d", " ", "h", " ", "i", " ", "s", " ", "n", " ") to columnMaskLower
    if columnMaskLower = spaces
        set columnMaskIsAllParts to true
    else
        set columnMaskIsAllParts to false
    end-if

    move spaces to pictureText
    if columnMaskIsAllParts
        string "pic 9(" trim(lengthDisplay) ") sql format is " trim(columnType) " '" columnMask(1:columnMaskLength) "'" delimited by size into pictureText
    else
        string "pic x(" trim(lengthDisplay) ") sql format is " trim(columnType) " '" columnMask(1:columnMaskLength) "'" delimited by size into pictureText
    end-if.

*>------------------------------------------------------------------------------
*> Writes one line to stderr; unlike the pipeline subprograms this program
*> runs standalone from the command line, so there is no -l run log to
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
