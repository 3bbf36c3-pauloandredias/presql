*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlGrants.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Least-privilege GRANT generator over the cumulative where-used index
*> presqlCatalog refreshes on every -g precompile. A map file says which
*> database authorization ID each program runs under:
*>
*>     ap100.cbl   APBATCH      one program (the name after the last "/")
*>     gl*         GLBATCH      every program whose name starts with "gl"
*>
*> The first line that matches a program wins; lines starting with "*" are
*> comments. For every ID the program writes <directory>/<id>.grants.sql
*> with the table-level SELECT, INSERT, UPDATE and DELETE its programs
*> need, and a column-level UPDATE where they write only some of a table's
*> columns (all of them being known only when the -g schema catalog is
*> informed). A searched UPDATE or DELETE needs SELECT on the columns its
*> WHERE clause reads, so those get SELECT too.
*>
*> With -h, the privileges each mapped ID holds today - one per line,
*> "<id> <privilege> <table> [<column>]", as extracted from the database
*> catalog - are compared against what its programs use, and the ones no
*> program needs go to <directory>/presql.revoke.candidates.sql for the
*> security audit.
*>
*>     presqlGrants -w <index-file> -m <map-file> [-o <directory>]
*>                  [-g <schema-catalog>] [-h <held-privileges-file>]
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
    function all intrinsic.

input-output section.
file-control.
    select whereUsedFile assign to whereUsedFileName
    organization is indexed
    access mode is sequential
    record key is whereUsedKey
    file status is whereUsedFileStatus.

    select mapFile assign to mapFileName
    organization is line sequential
    file status is mapFileStatus.

    select catalogFile assign to catalogFileName
    organization is line sequential
    file status is catalogFileStatus.

    select heldFile assign to heldFileName
    organization is line sequential
    file status is heldFileStatus.

    *> Each ID's grant script and the revoke candidate list, one at a time.
    select scriptFile assign to scriptFileName
    organization is line sequential
    file status is scriptFileStatus.

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

fd mapFile.
01 mapLine                      pic x(255).

fd catalogFile.
01 catalogLine                  pic x(255).

fd heldFile.
01 heldLine                     pic x(255).

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
    03 whereUsedFileStatus      pic x(002)  value spaces.
        88 whereUsedEof         value "10"  false "00".
        88 whereUsedNotFound    value "35"  false "00".
    03 mapFileStatus            pic x(002)  value spaces.
        88 mapEof               value "10"  false "00".
    03 catalogFileStatus        pic x(002)  value spaces.
        88 catalogEof           value "10"  false "00".
    03 heldFileStatus           pic x(002)  value spaces.
        88 heldEof              value "10"  false "00".
    03 scriptFileStatus         pic x(002)  value spaces.
    03 privilegeLimitState      pic 9(001)  value zeros.
        88 privilegeLimitWasReported value 1 false 0.
    03 heldNeedState            pic 9(001)  value zeros.
        88 heldPrivilegeIsUsed  value 1     false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-w         value "-w"  false spaces. *> The where-used index file
        88 argumentIs-m         value "-m"  false spaces. *> The program-to-authorization-ID map
        88 argumentIs-o         value "-o"  false spaces. *> The directory the scripts are written to
        88 argumentIs-g         value "-g"  false spaces. *> The schema catalog, for whole-table UPDATE
        88 argumentIs-h         value "-h"  false spaces. *> The privileges the IDs hold today

01 fileNames.
    03 whereUsedFileName        pic x(255) value spaces.
    03 mapFileName              pic x(255) value spaces.
    03 catalogFileName          pic x(255) value spaces.
    03 heldFileName             pic x(255) value spaces.
    03 outputDirectory          pic x(255) value spaces.
    03 scriptFileName           pic x(255) value spaces.

*> getWord's word-number parameter is binary; a bare numeric literal does
*> not pass as one.
01 wordNumbers.
    03 firstWord                binary-short unsigned value 1.
    03 secondWord               binary-short unsigned value 2.
    03 thirdWord                binary-short unsigned value 3.
    03 fourthWord               binary-short unsigned value 4.

*>------------------------------------------------------------------------------
*> The map, in file order (the first matching line wins), and the IDs it
*> names, each with the number of indexed programs found running under it.
*>------------------------------------------------------------------------------
01 mapControls.
    03 mapCount                 binary-short unsigned value zeros.
    03 mapMax                   binary-short unsigned value 500.
    03 mapEntry occurs 500.
        05 mapPattern           pic x(255).
        05 mapPatternLength     binary-short unsigned.
        05 mapPatternKind       pic 9(001).
            88 mapPatternIsPrefix value 1   false 0.
        05 mapAuthIndex         binary-short unsigned.
    03 mapIndex                 binary-short unsigned value zeros.
    03 mapPatternWord           pic x(255) value spaces.
    03 mapAuthWord              pic x(255) value spaces.

01 authControls.
    03 authCount                binary-short unsigned value zeros.
    03 authMax                  binary-short unsigned value 100.
    03 authEntry occurs 100.
        05 authName             pic x(030).
        05 authProgramCount     binary-short unsigned.
    03 authIndex                binary-short unsigned value zeros.
    03 currentAuthIndex         binary-short unsigned value zeros.
    03 wantedAuthName           pic x(030) value spaces.

*>------------------------------------------------------------------------------
*> Every program met in the index, with the ID it was mapped to (zero when
*> none), so the map is searched once per program and an unmapped program
*> is reported once.
*>------------------------------------------------------------------------------
01 programControls.
    03 seenProgramCount         binary-short unsigned value zeros.
    03 seenProgramMax           binary-short unsigned value 2000.
    03 seenProgramEntry occurs 2000.
        05 seenProgramName      pic x(255).
        05 seenProgramBase      pic x(255).
        05 seenAuthIndex        binary-short unsigned.
    03 seenProgramIndex         binary-short unsigned value zeros.
    03 programBaseName          pic x(255) value spaces.
    03 programSlashPosition     binary-short unsigned value zeros.
    03 programScanPosition      binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> What each ID needs: one entry per ID and table (column blank) holding
*> the C/R/U/D letters, plus one per ID, table and column its programs
*> assign, holding the U that asks for the column-level grant.
*>------------------------------------------------------------------------------
01 privilegeControls.
    03 privilegeCount           binary-short unsigned value zeros.
    03 privilegeMax             binary-short unsigned value 4000.
    03 privilegeEntry occurs 4000.
        05 privilegeAuth        binary-short unsigned.
        05 privilegeTable       pic x(064).
        05 privilegeColumn      pic x(064).
        05 privilegeLetters     pic x(004).
    03 privilegeIndex           binary-short unsigned value zeros.
    03 tablePrivilegeIndex      binary-short unsigned value zeros.
    03 columnPrivilegeIndex     binary-short unsigned value zeros.
    03 wantedTableName          pic x(064) value spaces.
    03 wantedColumnName         pic x(064) value spaces.
    03 wantedLetters            pic x(004) value spaces.
    03 letterPosition           binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> Column counts per table from the -g catalog ("table" and "column" lines,
*> the layout presqlCatalog reads), to tell a whole-table UPDATE apart.
*>------------------------------------------------------------------------------
01 catalogControls.
    03 catalogTableCount        binary-short unsigned value zeros.
    03 catalogTableMax          binary-short unsigned value 1000.
    03 catalogTableEntry occurs 1000.
        05 catalogTableName     pic x(064).
        05 catalogColumnCount   binary-short unsigned.
    03 catalogTableIndex        binary-short unsigned value zeros.
    03 catalogKeyword           pic x(010) value spaces.

*>------------------------------------------------------------------------------
*> The UPDATE grant a table needs: none, the whole table, or the columns
*> the programs assign (updatedColumnCount of them).
*>------------------------------------------------------------------------------
01 grantControls.
    03 updateScope              pic x(001) value spaces.
        88 updateIsNotNeeded    value space.
        88 updateIsTableWide    value "T".
        88 updateIsColumnWise   value "C".
    03 updatedColumnCount       binary-short unsigned value zeros.
    03 updatedColumnWritten     binary-short unsigned value zeros.
    03 privilegeList            pic x(040) value spaces.
    03 privilegeListPointer     binary-short unsigned value zeros.
    03 grantsWritten            binary-short unsigned value zeros.
    03 revokesWritten           binary-short unsigned value zeros.
    03 countDisplay             pic zzz9   value zeros.
    03 limitDisplay             pic zzz9   value zeros.

01 heldControls.
    03 heldAuthWord             pic x(030) value spaces.
    03 heldPrivilegeWord        pic x(020) value spaces.
    03 heldTableWord            pic x(064) value spaces.
    03 heldColumnWord           pic x(064) value spaces.
    03 heldLineNumber           binary-long unsigned value zeros.
    03 heldLineDisplay          pic zzzzz9 value zeros.
    03 revokeNote               pic x(050) value spaces.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 12-load-the-map
    end-if
    if itIsOkSoFar and catalogFileName not = spaces
        perform 13-load-the-catalog
    end-if
    if itIsOkSoFar
        perform 2-load-the-index
    end-if
    if itIsOkSoFar
        perform 3-write-the-grant-scripts
    end-if
    if itIsOkSoFar and heldFileName not = spaces
        perform 4-write-the-revoke-candidates
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

    if whereUsedFileName = spaces or mapFileName = spaces
        move "(ERROR): PSQL2101E Usage: presqlGrants -w <index-file> -m <map-file> [-o <directory>] [-g <schema-catalog>] [-h <held-privileges-file>]" to logText
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
        when "-w" set argumentIs-w to true
        when "-m" set argumentIs-m to true
        when "-o" set argumentIs-o to true
        when "-g" set argumentIs-g to true
        when "-h" set argumentIs-h to true
        when other
            if argumentIs-w
                move argumentText to whereUsedFileName
                set argumentIs-w to false
            else
                if argumentIs-m
                    move argumentText to mapFileName
                    set argumentIs-m to false
                else
                    if argumentIs-o
                        move argumentText to outputDirectory
                        set argumentIs-o to false
                    else
                        if argumentIs-g
                            move argumentText to catalogFileName
                            set argumentIs-g to false
                        else
                            if argumentIs-h
                                move argumentText to heldFileName
                                set argumentIs-h to false
                            else
                                string "(ERROR): PSQL2102E Unexpected argument " trim(argumentText) delimited by size into logText
                                perform 90-write-log
                                set thereWasAnError to true
                            end-if
                        end-if
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> Loads the program-to-ID map; a pattern ending in "*" is a name prefix.
*>------------------------------------------------------------------------------
12-load-the-map.

    open input mapFile
    if mapFileStatus not = "00"
        string "(ERROR): PSQL2104E Opening " trim(mapFileName) " failed with file-status " mapFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read mapFile next record at end set mapEof to true end-read
    perform until mapEof
        if mapLine not = spaces and mapLine(1:1) not = "*"
            perform 121-load-one-map-line
        end-if
        read mapFile next record at end set mapEof to true end-read
    end-perform
    close mapFile

    if mapCount = zeros
        string "(ERROR): PSQL2105E Map " trim(mapFileName) " maps no program to an authorization ID" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> One "<program-or-prefix*> <authorization-id>" line.
*>------------------------------------------------------------------------------
121-load-one-map-line.

    move getWord(mapLine, firstWord) to mapPatternWord
    move getWord(mapLine, secondWord) to mapAuthWord
    if mapAuthWord = spaces
        string "(WARNING): PSQL2107W Map line " trim(mapLine) " needs a program and an authorization ID; ignored" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        exit paragraph
    end-if
    if mapCount >= mapMax
        move mapMax to limitDisplay
        string "(WARNING): PSQL2108W More than " trim(limitDisplay) " map lines; " trim(mapPatternWord) " and later lines are ignored" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        exit paragraph
    end-if

    move upper-case(mapAuthWord(1:30)) to wantedAuthName
    perform 122-find-the-auth-id
    if currentAuthIndex = zeros
        exit paragraph
    end-if

    add 1 to mapCount
    move mapPatternWord to mapPattern(mapCount)
    move stored-char-length(mapPatternWord) to mapPatternLength(mapCount)
    set mapPatternIsPrefix(mapCount) to false
    if mapPatternWord(mapPatternLength(mapCount):1) = "*"
        set mapPatternIsPrefix(mapCount) to true
        subtract 1 from mapPatternLength(mapCount)
    end-if
    move currentAuthIndex to mapAuthIndex(mapCount).

*>------------------------------------------------------------------------------
*> Finds wantedAuthName among the IDs, adding it when new; leaves
*> currentAuthIndex at zero when there is no room for another.
*>------------------------------------------------------------------------------
122-find-the-auth-id.

    perform varying currentAuthIndex from 1 by 1 until currentAuthIndex > authCount
        if authName(currentAuthIndex) = wantedAuthName
            exit paragraph
        end-if
    end-perform

    if authCount >= authMax
        move authMax to limitDisplay
        string "(WARNING): PSQL2108W More than " trim(limitDisplay) " authorization IDs; " trim(wantedAuthName) " is ignored" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        move zeros to currentAuthIndex
        exit paragraph
    end-if

    add 1 to authCount
    move authCount to currentAuthIndex
    move wantedAuthName to authName(authCount)
    move zeros to authProgramCount(authCount).

*>------------------------------------------------------------------------------
*> Counts each catalog table's columns.
*>------------------------------------------------------------------------------
13-load-the-catalog.

    open input catalogFile
    if catalogFileStatus not = "00"
        string "(ERROR): PSQL2104E Opening " trim(catalogFileName) " failed with file-status " catalogFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read catalogFile next record at end set catalogEof to true end-read
    perform until catalogEof
        move lower-case(getWord(catalogLine, firstWord)) to catalogKeyword
        evaluate trim(catalogKeyword)
            when "table"
                if catalogTableCount < catalogTableMax
                    add 1 to catalogTableCount
                    move lower-case(getWord(catalogLine, secondWord)) to catalogTableName(catalogTableCount)
                    move zeros to catalogColumnCount(catalogTableCount)
                end-if
            when "column"
                if catalogTableCount > zeros
                    add 1 to catalogColumnCount(catalogTableCount)
                end-if
            when other
                continue
        end-evaluate
        read catalogFile next record at end set catalogEof to true end-read
    end-perform
    close catalogFile.

*>------------------------------------------------------------------------------
*> One pass over the whole index, folding each reference into the needs of
*> the ID its program runs under. A table-level record brings all its
*> letters; a column record brings the U of an assigned column and the R
*> of a column read, which the table-level grant covers.
*>------------------------------------------------------------------------------
2-load-the-index.

    open input whereUsedFile
    if whereUsedNotFound
        string "(ERROR): PSQL2103E Where-used index " trim(whereUsedFileName) " not found; run a -g precompile first" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if whereUsedFileStatus not = "00"
        string "(ERROR): PSQL2104E Opening " trim(whereUsedFileName) " failed with file-status " whereUsedFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read whereUsedFile next record at end set whereUsedEof to true end-read
    perform until whereUsedEof
        perform 21-find-the-program
        if seenProgramIndex > zeros
            if seenAuthIndex(seenProgramIndex) > zeros
                perform 22-fold-one-reference
            end-if
        end-if
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-perform
    close whereUsedFile.

*>------------------------------------------------------------------------------
*> Finds the record's program among those already met, or meets it: takes
*> its base name, matches it against the map and counts it under its ID.
*>------------------------------------------------------------------------------
21-find-the-program.

    perform varying seenProgramIndex from 1 by 1 until seenProgramIndex > seenProgramCount
        if seenProgramName(seenProgramIndex) = whereUsedProgramName
            exit paragraph
        end-if
    end-perform

    if seenProgramCount >= seenProgramMax
        move zeros to seenProgramIndex
        exit paragraph
    end-if

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
    end-if

    add 1 to seenProgramCount
    move seenProgramCount to seenProgramIndex
    move whereUsedProgramName to seenProgramName(seenProgramIndex)
    move programBaseName to seenProgramBase(seenProgramIndex)
    move zeros to seenAuthIndex(seenProgramIndex)

    perform varying mapIndex from 1 by 1 until mapIndex > mapCount
        if mapPatternIsPrefix(mapIndex)
            if mapPatternLength(mapIndex) = zeros or
               programBaseName(1:mapPatternLength(mapIndex)) = mapPattern(mapIndex)(1:mapPatternLength(mapIndex))
                move mapAuthIndex(mapIndex) to seenAuthIndex(seenProgramIndex)
                exit perform
            end-if
        else
            if programBaseName = mapPattern(mapIndex)
                move mapAuthIndex(mapIndex) to seenAuthIndex(seenProgramIndex)
                exit perform
            end-if
        end-if
    end-perform

    if seenAuthIndex(seenProgramIndex) = zeros
        string "(WARNING): PSQL2106W Program " trim(programBaseName) " has no authorization ID in the map; it gets no grants" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
    else
        add 1 to authProgramCount(seenAuthIndex(seenProgramIndex))
    end-if.

*>------------------------------------------------------------------------------
*> Merges the record's letters into the ID's table entry and, for an
*> assigned column, into the ID's column entry.
*>------------------------------------------------------------------------------
22-fold-one-reference.

    *> A work table the program declares itself is created under the
    *> program's own authority at run time; there is nothing to grant.
    if whereUsedWorkTableFlag = "T"
        exit paragraph
    end-if

    move seenAuthIndex(seenProgramIndex) to currentAuthIndex
    move whereUsedTableName to wantedTableName

    move spaces to wantedLetters
    if whereUsedColumnName = spaces
        move whereUsedCrudFlags to wantedLetters
    else
        move whereUsedCrudFlags(2:1) to wantedLetters(2:1)
    end-if
    if wantedLetters not = spaces
        move spaces to wantedColumnName
        perform 23-merge-into-entry
    end-if

    if whereUsedColumnName not = spaces and whereUsedCrudFlags(3:1) = "U"
        move whereUsedColumnName to wantedColumnName
        move spaces to wantedLetters
        move "U" to wantedLetters(3:1)
        perform 23-merge-into-entry
    end-if.

*>------------------------------------------------------------------------------
*> Finds (or adds) the entry for currentAuthIndex, wantedTableName and
*> wantedColumnName and adds wantedLetters to it, letter by letter.
*>------------------------------------------------------------------------------
23-merge-into-entry.

    perform varying privilegeIndex from 1 by 1 until privilegeIndex > privilegeCount
        if privilegeAuth(privilegeIndex) = currentAuthIndex and
           privilegeTable(privilegeIndex) = wantedTableName and
           privilegeColumn(privilegeIndex) = wantedColumnName
            exit perform
        end-if
    end-perform

    if privilegeIndex > privilegeCount
        if privilegeCount >= privilegeMax
            if not privilegeLimitWasReported
                move privilegeMax to limitDisplay
                string "(WARNING): PSQL2108W More than " trim(limitDisplay) " privileges; the scripts leave out table " trim(wantedTableName) " and later ones" delimited by size into logText
                perform 90-write-log
                set privilegeLimitWasReported to true
                set thereWasAWarning to true
            end-if
            exit paragraph
        end-if
        add 1 to privilegeCount
        move privilegeCount to privilegeIndex
        move currentAuthIndex to privilegeAuth(privilegeIndex)
        move wantedTableName to privilegeTable(privilegeIndex)
        move wantedColumnName to privilegeColumn(privilegeIndex)
        move spaces to privilegeLetters(privilegeIndex)
    end-if

    perform varying letterPosition from 1 by 1 until letterPosition > 4
        if wantedLetters(letterPosition:1) not = space
            move wantedLetters(letterPosition:1) to privilegeLetters(privilegeIndex)(letterPosition:1)
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> One script per ID that has at least one program in the index.
*>------------------------------------------------------------------------------
3-write-the-grant-scripts.

    perform varying authIndex from 1 by 1 until authIndex > authCount or thereWasAnError
        if authProgramCount(authIndex) > zeros
            perform 31-write-one-script
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The ID's script: a header naming its programs, then the grants table by
*> table in the index's (alphabetical) table order.
*>------------------------------------------------------------------------------
31-write-one-script.

    move spaces to scriptFileName
    if outputDirectory = spaces
        string trim(authName(authIndex)) ".grants.sql" delimited by size into scriptFileName
    else
        string trim(outputDirectory) "/" trim(authName(authIndex)) ".grants.sql" delimited by size into scriptFileName
    end-if
    open output scriptFile
    if scriptFileStatus not = "00"
        string "(ERROR): PSQL2104E Opening " trim(scriptFileName) " failed with file-status " scriptFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move authProgramCount(authIndex) to countDisplay
    move spaces to scriptLine
    string "-- Least-privilege grants for " trim(authName(authIndex)) ", from the where-used index " trim(whereUsedFileName) delimited by size into scriptLine
    write scriptLine
    move spaces to scriptLine
    string "-- covering the " trim(countDisplay) " program(s) that run under it:" delimited by size into scriptLine
    write scriptLine
    perform varying seenProgramIndex from 1 by 1 until seenProgramIndex > seenProgramCount
        if seenAuthIndex(seenProgramIndex) = authIndex
            move spaces to scriptLine
            string "--     " trim(seenProgramBase(seenProgramIndex)) delimited by size into scriptLine
            write scriptLine
        end-if
    end-perform

    move zeros to grantsWritten
    perform varying tablePrivilegeIndex from 1 by 1 until tablePrivilegeIndex > privilegeCount
        if privilegeAuth(tablePrivilegeIndex) = authIndex and
           privilegeColumn(tablePrivilegeIndex) = spaces
            perform 32-write-one-table-grant
        end-if
    end-perform
    close scriptFile

    move grantsWritten to countDisplay
    string "(info): " trim(countDisplay) " grant(s) written to " trim(scriptFileName) delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> The table-level GRANT for SELECT/INSERT/DELETE (and a whole-table
*> UPDATE), then the column-level UPDATE when only some columns are set.
*>------------------------------------------------------------------------------
32-write-one-table-grant.

    move authIndex to currentAuthIndex
    move privilegeTable(tablePrivilegeIndex) to wantedTableName
    perform 33-decide-the-update-scope

    move spaces to privilegeList
    move 1 to privilegeListPointer
    if privilegeLetters(tablePrivilegeIndex)(2:1) not = space
        string "SELECT, " delimited by size into privilegeList with pointer privilegeListPointer
    end-if
    if privilegeLetters(tablePrivilegeIndex)(1:1) not = space
        string "INSERT, " delimited by size into privilegeList with pointer privilegeListPointer
    end-if
    if updateIsTableWide
        string "UPDATE, " delimited by size into privilegeList with pointer privilegeListPointer
    end-if
    if privilegeLetters(tablePrivilegeIndex)(4:1) not = space
        string "DELETE, " delimited by size into privilegeList with pointer privilegeListPointer
    end-if

    if privilegeListPointer > 1
        *> Drops the separator after the last privilege.
        move spaces to privilegeList(privilegeListPointer - 2:)
        move spaces to scriptLine
        string "GRANT " trim(privilegeList) " ON " trim(wantedTableName) " TO " trim(authName(authIndex)) ";" delimited by size into scriptLine
        write scriptLine
        add 1 to grantsWritten
    end-if

    if updateIsColumnWise
        move spaces to scriptLine
        move "GRANT UPDATE (" to scriptLine
        write scriptLine
        move zeros to updatedColumnWritten
        perform varying columnPrivilegeIndex from 1 by 1 until columnPrivilegeIndex > privilegeCount
            if privilegeAuth(columnPrivilegeIndex) = authIndex and
               privilegeTable(columnPrivilegeIndex) = wantedTableName and
               privilegeColumn(columnPrivilegeIndex) not = spaces
                add 1 to updatedColumnWritten
                move spaces to scriptLine
                if updatedColumnWritten < updatedColumnCount
                    string "    " trim(privilegeColumn(columnPrivilegeIndex)) "," delimited by size into scriptLine
                else
                    string "    " trim(privilegeColumn(columnPrivilegeIndex)) delimited by size into scriptLine
                end-if
                write scriptLine
            end-if
        end-perform
        move spaces to scriptLine
        string "    ) ON " trim(wantedTableName) " TO " trim(authName(authIndex)) ";" delimited by size into scriptLine
        write scriptLine
        add 1 to grantsWritten
    end-if.

*>------------------------------------------------------------------------------
*> Counts the columns currentAuthIndex's programs assign in wantedTableName
*> and decides the UPDATE grant: column-wise unless the catalog shows they
*> assign every column, table-wide when the statements name no column the
*> index could resolve, and none when nothing is updated.
*>------------------------------------------------------------------------------
33-decide-the-update-scope.

    move zeros to updatedColumnCount
    perform varying columnPrivilegeIndex from 1 by 1 until columnPrivilegeIndex > privilegeCount
        if privilegeAuth(columnPrivilegeIndex) = currentAuthIndex and
           privilegeTable(columnPrivilegeIndex) = wantedTableName and
           privilegeColumn(columnPrivilegeIndex) not = spaces
            add 1 to updatedColumnCount
        end-if
    end-perform

    set updateIsNotNeeded to true
    perform varying privilegeIndex from 1 by 1 until privilegeIndex > privilegeCount
        if privilegeAuth(privilegeIndex) = currentAuthIndex and
           privilegeTable(privilegeIndex) = wantedTableName and
           privilegeColumn(privilegeIndex) = spaces
            if privilegeLetters(privilegeIndex)(3:1) not = space
                set updateIsTableWide to true
            end-if
            exit perform
        end-if
    end-perform

    if updatedColumnCount = zeros
        exit paragraph
    end-if

    set updateIsColumnWise to true
    perform varying catalogTableIndex from 1 by 1 until catalogTableIndex > catalogTableCount
        if catalogTableName(catalogTableIndex) = wantedTableName
            if updatedColumnCount >= catalogColumnCount(catalogTableIndex)
                set updateIsTableWide to true
            end-if
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Compares the privileges the mapped IDs hold with the ones their
*> programs need. Lines for IDs the map does not name are skipped: what
*> runs under those is not known here.
*>------------------------------------------------------------------------------
4-write-the-revoke-candidates.

    open input heldFile
    if heldFileStatus not = "00"
        string "(ERROR): PSQL2104E Opening " trim(heldFileName) " failed with file-status " heldFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move spaces to scriptFileName
    if outputDirectory = spaces
        move "presql.revoke.candidates.sql" to scriptFileName
    else
        string trim(outputDirectory) "/presql.revoke.candidates.sql" delimited by size into scriptFileName
    end-if
    open output scriptFile
    if scriptFileStatus not = "00"
        string "(ERROR): PSQL2104E Opening " trim(scriptFileName) " failed with file-status " scriptFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        close heldFile
        exit paragraph
    end-if

    move spaces to scriptLine
    string "-- Privileges held (per " trim(heldFileName) ") that no program in " trim(whereUsedFileName) " uses." delimited by size into scriptLine
    write scriptLine
    move "-- Candidates only: a program not yet precompiled with -g does not show in the index." to scriptLine
    write scriptLine

    move zeros to revokesWritten
    read heldFile next record at end set heldEof to true end-read
    perform until heldEof
        add 1 to heldLineNumber
        if heldLine not = spaces and heldLine(1:1) not = "*"
            perform 41-check-one-held-privilege
        end-if
        read heldFile next record at end set heldEof to true end-read
    end-perform
    close heldFile
    close scriptFile

    move revokesWritten to countDisplay
    string "(info): " trim(countDisplay) " revoke candidate(s) written to " trim(scriptFileName) delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> One held privilege. SELECT, INSERT and DELETE are used when some program
*> of the ID needs the letter on the table; a table-wide UPDATE only when
*> the programs need UPDATE table-wide, a column UPDATE when the column is
*> assigned; anything else (ALTER, INDEX, ALL ...) is never needed by a
*> program's DML.
*>------------------------------------------------------------------------------
41-check-one-held-privilege.

    move upper-case(getWord(heldLine, firstWord)) to heldAuthWord
    move upper-case(getWord(heldLine, secondWord)) to heldPrivilegeWord
    move lower-case(getWord(heldLine, thirdWord)) to heldTableWord
    move lower-case(getWord(heldLine, fourthWord)) to heldColumnWord
    if heldTableWord = spaces
        move heldLineNumber to heldLineDisplay
        string "(WARNING): PSQL2109W Held-privileges line " trim(heldLineDisplay) " needs an ID, a privilege and a table; ignored" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        exit paragraph
    end-if

    move heldAuthWord to wantedAuthName
    perform varying currentAuthIndex from 1 by 1 until currentAuthIndex > authCount
        if authName(currentAuthIndex) = wantedAuthName
            exit perform
        end-if
    end-perform
    if currentAuthIndex > authCount
        exit paragraph
    end-if

    move heldTableWord to wantedTableName
    move spaces to wantedLetters
    perform varying privilegeIndex from 1 by 1 until privilegeIndex > privilegeCount
        if privilegeAuth(privilegeIndex) = currentAuthIndex and
           privilegeTable(privilegeIndex) = wantedTableName and
           privilegeColumn(privilegeIndex) = spaces
            move privilegeLetters(privilegeIndex) to wantedLetters
            exit perform
        end-if
    end-perform
    perform 33-decide-the-update-scope

    set heldPrivilegeIsUsed to false
    evaluate trim(heldPrivilegeWord)
        when "SELECT"
            if wantedLetters(2:1) not = space
                set heldPrivilegeIsUsed to true
            end-if
        when "INSERT"
            if wantedLetters(1:1) not = space
                set heldPrivilegeIsUsed to true
            end-if
        when "DELETE"
            if wantedLetters(4:1) not = space
                set heldPrivilegeIsUsed to true
            end-if
        when "UPDATE"
            if heldColumnWord = spaces
                if updateIsTableWide
                    set heldPrivilegeIsUsed to true
                end-if
            else
                if updateIsTableWide
                    set heldPrivilegeIsUsed to true
                else
                    if updateIsColumnWise
                        perform varying columnPrivilegeIndex from 1 by 1 until columnPrivilegeIndex > privilegeCount
                            if privilegeAuth(columnPrivilegeIndex) = currentAuthIndex and
                               privilegeTable(columnPrivilegeIndex) = wantedTableName and
                               privilegeColumn(columnPrivilegeIndex) = heldColumnWord
                                set heldPrivilegeIsUsed to true
                                exit perform
                            end-if
                        end-perform
                    end-if
                end-if
            end-if
        when other
            continue
    end-evaluate

    if heldPrivilegeIsUsed
        exit paragraph
    end-if

    move spaces to revokeNote
    if trim(heldPrivilegeWord) = "UPDATE" and heldColumnWord = spaces and updateIsColumnWise
        move "  -- its programs update only some columns" to revokeNote
    end-if
    move spaces to scriptLine
    if heldColumnWord = spaces
        string "REVOKE " trim(heldPrivilegeWord) " ON " trim(heldTableWord) " FROM " trim(heldAuthWord) ";" revokeNote delimited by size into scriptLine
    else
        string "REVOKE " trim(heldPrivilegeWord) " (" trim(heldColumnWord) ") ON " trim(heldTableWord) " FROM " trim(heldAuthWord) ";" delimited by size into scriptLine
    end-if
    write scriptLine
    add 1 to revokesWritten.

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
