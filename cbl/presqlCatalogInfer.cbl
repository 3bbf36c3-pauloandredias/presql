*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlCatalogInfer.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Reverse DCLGEN: drafts schema catalog entries for the tables and columns
*> a library uses but the shop catalog (-g) does not carry yet, so -g can
*> be turned on for older programs without a flood of PSQL0508E/PSQL0509E.
*> Takes the batch list a -b run precompiled and reads, beside each member,
*> the extracted statements (.presql.listing) and the host variable
*> copybook (.presql.hostvars) the precompile left there. A column is
*> paired with the host variable bound to it
*>   - by position in SELECT ... INTO, in FETCH ... INTO (against the
*>     cursor's select list) and in INSERT (columns) VALUES (:variables)
*>   - across the comparison in "column = :variable" (SET and WHERE alike)
*> and takes its type, length and scale from that variable's picture the
*> way presqlDclgen maps them the other way (PIC X char, PIC N nchar,
*> VARCHAR varchar, display numeric, COMP-3 decimal, binary smallint,
*> integer or bigint, COMP-1/COMP-2 real/double). A column referenced with
*> no variable bound to it is drafted with no type.
*>
*>     presqlCatalogInfer -b <batch-list> -o <draft-file> [-g <catalog>]
*>
*> The draft holds "table" and "column" lines in the catalog's own format,
*> each column followed by "*" comment lines naming the program and
*> statement it was inferred from. A column the programs bind with
*> different shapes is drafted with the most common one and a CONFLICT
*> list of every shape and where it comes from, for a DBA to settle. A
*> table already in the catalog is written again with only its missing
*> columns, to be merged under its existing "table" line by hand.
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
    select batchListFile assign to batchListFileName
    organization is line sequential
    file status is batchListFileStatus.

    select catalogFile assign to catalogFileName
    organization is line sequential
    file status is catalogFileStatus.

    select listingFile assign to listingFileName
    organization is line sequential
    file status is listingFileStatus.

    select hostVarsFile assign to hostVarsFileName
    organization is line sequential
    file status is hostVarsFileStatus.

    select draftFile assign to draftFileName
    organization is line sequential
    file status is draftFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd batchListFile.
01 batchListLine                pic x(255).

fd catalogFile.
01 catalogLine                  pic x(255).

fd listingFile.
01 listingLine                  pic x(255).

fd hostVarsFile.
01 hostVarsLine                 pic x(255).

fd draftFile.
01 draftLine                    pic x(255).

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
    03 catalogFileStatus        pic x(002)  value spaces.
        88 catalogEof           value "10"  false "00".
        88 catalogNotFound      value "35"  false "00".
    03 listingFileStatus        pic x(002)  value spaces.
        88 listingEof           value "10"  false "00".
    03 hostVarsFileStatus       pic x(002)  value spaces.
        88 hostVarsEof          value "10"  false "00".
    03 draftFileStatus          pic x(002)  value spaces.
    03 statementState           pic 9(001)  value zeros.
        88 aStatementIsOpen     value 1     false 0.
    03 limitState               pic 9(001)  value zeros.
        88 limitWasReported     value 1     false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-b         value "-b"  false spaces. *> The batch list the library was precompiled from
        88 argumentIs-o         value "-o"  false spaces. *> The draft catalog file to write
        88 argumentIs-g         value "-g"  false spaces. *> The shop schema catalog the draft completes

01 inferControls.
    03 batchListFileName        pic x(255)  value spaces.
    03 catalogFileName          pic x(255)  value spaces.
    03 draftFileName            pic x(255)  value spaces.
    03 listingFileName          pic x(255)  value spaces.
    03 hostVarsFileName         pic x(255)  value spaces.
    03 memberName               pic x(255)  value spaces.
    03 listingUnitName          pic x(031)  value spaces.
    03 listingWord              pic x(031)  value spaces.
    03 currentProgramName       pic x(080)  value spaces.
    03 firstWord                binary-short unsigned value 1.
    03 secondWord               binary-short unsigned value 2.
    03 thirdWord                binary-short unsigned value 3.
    03 fourthWord               binary-short unsigned value 4.
    03 fifthWord                binary-short unsigned value 5.
    03 membersRead              binary-short unsigned value zeros.
    03 inferStamp               pic x(021)  value spaces.

*>------------------------------------------------------------------------------
*> The shop catalog: its tables, and each column as "table column".
*>------------------------------------------------------------------------------
01 catalogControls.
    03 catalogTableCount        binary-short unsigned value zeros.
    03 catalogTableMax          binary-short unsigned value 2000.
    03 catalogTableName         pic x(030) occurs 2000.
    03 catalogColumnCount       binary-long unsigned value zeros.
    03 catalogColumnMax         binary-long unsigned value 30000.
    03 catalogColumnEntry occurs 30000.
        05 catalogColumnTable   pic x(030).
        05 catalogColumnName    pic x(030).
    03 catalogTableIndex        binary-short unsigned value zeros.
    03 catalogColumnIndex       binary-long unsigned value zeros.
    03 catalogCurrentTable      pic x(030) value spaces.
    03 catalogFoundState        pic 9(001) value zeros.
        88 theTableIsCatalogued  value 1   false 0.
    03 columnFoundState         pic 9(001) value zeros.
        88 theColumnIsCatalogued value 1   false 0.

*>------------------------------------------------------------------------------
*> The member's host variables, out of its .presql.hostvars copybook:
*> each with the program unit it belongs to and the shape its picture
*> gives a column, and the members of each host structure in order.
*>------------------------------------------------------------------------------
01 hostVariableControls.
    03 hostVarsUnitName         pic x(030) value spaces.
    03 hostVariableCount        binary-short unsigned value zeros.
    03 hostVariableMax          binary-short unsigned value 3000.
    03 hostVariableEntry occurs 3000.
        05 hostVariableName     pic x(030).
        05 hostVariableUnit     pic x(030).
        05 hostVariablePicture  pic x(040).
        05 hostVariableType     pic x(010).
        05 hostVariableLength   pic 9(005).
        05 hostVariableScale    pic 9(002).
    03 hostVariableIndex        binary-short unsigned value zeros.
    03 hostVariableFound        binary-short unsigned value zeros.
    03 groupMemberCount         binary-short unsigned value zeros.
    03 groupMemberMax           binary-short unsigned value 3000.
    03 groupMemberEntry occurs 3000.
        05 groupMemberGroup     pic x(030).
        05 groupMemberUnit      pic x(030).
        05 groupMemberName      pic x(030).
    03 groupMemberIndex         binary-short unsigned value zeros.
    03 groupMatchState          pic 9(001) value zeros.
        88 theHostIsAGroup      value 1    false 0.
    03 hostTagWord              pic x(030) value spaces.

*>------------------------------------------------------------------------------
*> One picture taken apart, the way presqlTranslate takes it apart to bind
*> the variable.
*>------------------------------------------------------------------------------
01 pictureControls.
    03 pictureWordCount         binary-short unsigned value zeros.
    03 pictureWordIndex         binary-short unsigned value zeros.
    03 pictureWord              pic x(040) value spaces.
    03 pictureKeywordState      pic 9(001) value zeros.
    03 pictureBody              pic x(040) value spaces.
    03 pictureUsage             pic x(001) value spaces.
    03 pictureTypeClass         pic x(001) value spaces.
    03 pictureDigitTotal        pic 9(005) value zeros.
    03 pictureScale             pic 9(002) value zeros.
    03 pictureFloatLength       pic 9(001) value zeros.
    03 pictureScanPointer       binary-short unsigned value zeros.
    03 pictureScanChar          pic x(001) value spaces.
    03 pictureRepeatCount       pic 9(005) value zeros.
    03 pictureRepeatDigits      pic x(005) value spaces.
    03 pictureRepeatLength      binary-short unsigned value zeros.
    03 pictureAfterV            pic 9(001) value zeros.
        88 pictureIsAfterV      value 1    false 0.

*>------------------------------------------------------------------------------
*> The statement being read back out of the listing, then split into its
*> words: names (lower case, qualified ones whole), ":host" references
*> (any indicator dropped), "'" for each literal, operators and
*> punctuation, each with its depth in parentheses.
*>------------------------------------------------------------------------------
01 statementControls.
    03 statementNumber          pic 9(003) value zeros.
    03 rawStatementText         pic x(4000) value spaces.
    03 rawSlicePointer          binary-short unsigned value zeros.
    03 rawLength                binary-short unsigned value zeros.
    03 rawPointer               binary-short unsigned value zeros.
    03 rawChar                  pic x(001) value spaces.
    03 quoteChar                pic x(001) value spaces.
    03 tokenWork                pic x(060) value spaces.
    03 tokenWorkLength          binary-short unsigned value zeros.
    03 tokenDepthNow            binary-short unsigned value zeros.
    03 tokenCount               binary-short unsigned value zeros.
    03 tokenMax                 binary-short unsigned value 800.
    03 tokenEntry occurs 800.
        05 tokenText            pic x(060).
        05 tokenDepth           binary-short unsigned.
    03 tokenFirst               binary-short unsigned value zeros.
    03 tokenLast                binary-short unsigned value zeros.
    03 tokenIndex               binary-short unsigned value zeros.
    03 tokenScan                binary-short unsigned value zeros.
    03 tokenEnd                 binary-short unsigned value zeros.
    03 tokenIntoIndex           binary-short unsigned value zeros.
    03 tokenSelectIndex         binary-short unsigned value zeros.
    03 listDepth                binary-short unsigned value zeros.
    03 nameState                pic 9(001) value zeros.
        88 theTokenIsAName      value 1    false 0.
    03 nameToken                pic x(060) value spaces.

*>------------------------------------------------------------------------------
*> The statement's tables with their correlation names, the columns of a
*> select or insert list in order (spaces where an item is not a plain
*> column) and the host variables of an INTO or VALUES list in order.
*>------------------------------------------------------------------------------
01 pairingControls.
    03 stmtTableCount           binary-short unsigned value zeros.
    03 stmtTableMax             binary-short unsigned value 20.
    03 stmtTableEntry occurs 20.
        05 stmtTableName        pic x(030).
        05 stmtTableAlias       pic x(030).
    03 stmtTableIndex           binary-short unsigned value zeros.
    03 tableListKind            pic x(010) value spaces.
    03 itemCount                binary-short unsigned value zeros.
    03 itemMax                  binary-short unsigned value 200.
    03 itemEntry occurs 200.
        05 itemTable            pic x(030).
        05 itemColumn           pic x(030).
    03 itemIndex                binary-short unsigned value zeros.
    03 itemStart                binary-short unsigned value zeros.
    03 itemLength               binary-short unsigned value zeros.
    03 hostRefCount             binary-short unsigned value zeros.
    03 hostRefMax               binary-short unsigned value 200.
    03 hostRefName              pic x(030) occurs 200.
    03 hostRefStart             binary-short unsigned value zeros.
    03 hostRefLength            binary-short unsigned value zeros.
    03 resolvedTable            pic x(030) value spaces.
    03 resolvedColumn           pic x(030) value spaces.
    03 resolveQualifier         pic x(060) value spaces.
    03 resolveDotPosition       binary-short unsigned value zeros.
    03 resolveScan              binary-short unsigned value zeros.
    03 evidenceHostName         pic x(030) value spaces.
    03 operandToken             pic x(060) value spaces.
    03 otherToken               pic x(060) value spaces.

*>------------------------------------------------------------------------------
*> The cursors of the program unit being read: each one's select list,
*> resolved at its DECLARE, for its FETCH ... INTO to pair against.
*>------------------------------------------------------------------------------
01 cursorControls.
    03 cursorCount              binary-short unsigned value zeros.
    03 cursorMax                binary-short unsigned value 100.
    03 cursorEntry occurs 100.
        05 cursorName           pic x(030).
        05 cursorItemCount      binary-short unsigned.
        05 cursorItem occurs 100.
            07 cursorItemTable  pic x(030).
            07 cursorItemColumn pic x(030).
    03 cursorIndex              binary-short unsigned value zeros.
    03 cursorFound              binary-short unsigned value zeros.
    03 cursorWord               pic x(060) value spaces.

*>------------------------------------------------------------------------------
*> The evidence: each column missing from the catalog, with the shape one
*> program binds it with (spaces for the type when no variable is bound)
*> and where. One row per column, shape and program.
*>------------------------------------------------------------------------------
01 evidenceControls.
    03 evidenceCount            binary-short unsigned value zeros.
    03 evidenceMax              binary-short unsigned value 20000.
    03 evidenceEntry occurs 20000.
        05 evidenceTable        pic x(030).
        05 evidenceColumn       pic x(030).
        05 evidenceType         pic x(010).
        05 evidenceLength       pic 9(005).
        05 evidenceScale        pic 9(002).
        05 evidenceProgram      pic x(080).
        05 evidenceStatement    pic 9(003).
        05 evidenceHostVariable pic x(030).
        05 evidencePicture      pic x(040).
        05 evidenceTableDone    pic 9(001).
        05 evidenceColumnDone   pic 9(001).
    03 evidenceIndex            binary-short unsigned value zeros.
    03 evidenceScan             binary-short unsigned value zeros.
    03 shapeEvidence            binary-short unsigned value zeros.
    03 newEvidenceType         pic x(010) value spaces.
    03 newEvidenceLength       pic 9(005) value zeros.
    03 newEvidenceScale        pic 9(002) value zeros.
    03 newEvidencePicture      pic x(040) value spaces.

*>------------------------------------------------------------------------------
*> The shapes one column is bound with, while its draft line is written.
*>------------------------------------------------------------------------------
01 shapeControls.
    03 shapeCount               binary-short unsigned value zeros.
    03 shapeMax                 binary-short unsigned value 20.
    03 shapeEntry occurs 20.
        05 shapeType            pic x(010).
        05 shapeLength          pic 9(005).
        05 shapeScale           pic 9(002).
        05 shapeUses            binary-short unsigned.
        05 shapeFirstEvidence   binary-short unsigned.
    03 shapeIndex               binary-short unsigned value zeros.
    03 shapeBest                binary-short unsigned value zeros.
    03 columnUses               binary-short unsigned value zeros.
    03 columnFirstEvidence      binary-short unsigned value zeros.
    03 draftTableName           pic x(030) value spaces.
    03 draftColumnName          pic x(030) value spaces.

01 countControls.
    03 tablesDrafted            binary-short unsigned value zeros.
    03 columnsDrafted           binary-short unsigned value zeros.
    03 conflictsFound           binary-short unsigned value zeros.

01 displayFields.
    03 countDisplay             pic zzzz9 value zeros.
    03 secondCountDisplay       pic zzzz9 value zeros.
    03 thirdCountDisplay        pic zzzz9 value zeros.
    03 lengthDisplay            pic zzzz9 value zeros.
    03 scaleDisplay             pic z9    value zeros.
    03 statementDisplay         pic zz9   value zeros.
    03 shapeText                pic x(030) value spaces.
    03 evidenceText             pic x(200) value spaces.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-load-the-catalog
    end-if
    if itIsOkSoFar
        perform 3-read-the-batch-list
    end-if
    if itIsOkSoFar
        perform 6-write-the-draft
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

    if batchListFileName = spaces or draftFileName = spaces
        move "(ERROR): PSQL3301E Usage: presqlCatalogInfer -b <batch-list> -o <draft-file> [-g <catalog>]" to logText
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
        when "-b" set argumentIs-b to true
        when "-o" set argumentIs-o to true
        when "-g" set argumentIs-g to true
        when other
            if argumentIs-b
                move argumentText to batchListFileName
                set argumentIs-b to false
            else
                if argumentIs-o
                    move argumentText to draftFileName
                    set argumentIs-o to false
                else
                    if argumentIs-g
                        move argumentText to catalogFileName
                        set argumentIs-g to false
                    else
                        string "(ERROR): PSQL3302E Unexpected argument " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                        set thereWasAnError to true
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> The tables and columns the catalog already carries; without -g every
*> table and column the library uses is drafted.
*>------------------------------------------------------------------------------
2-load-the-catalog.

    if catalogFileName = spaces
        exit paragraph
    end-if

    open input catalogFile
    if catalogNotFound
        string "(ERROR): PSQL3303E Schema catalog " trim(catalogFileName) " not found" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if catalogFileStatus not = "00"
        string "(ERROR): PSQL3304E Opening " trim(catalogFileName) " failed with file-status " catalogFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move spaces to catalogCurrentTable
    read catalogFile next record at end set catalogEof to true end-read
    perform until catalogEof
        if catalogLine not = spaces and catalogLine(1:1) not = "*"
            evaluate lower-case(trim(getWord(catalogLine, firstWord)))
                when "table"
                    move lower-case(getWord(catalogLine, secondWord)) to catalogCurrentTable
                    if catalogTableCount < catalogTableMax
                        add 1 to catalogTableCount
                        move catalogCurrentTable to catalogTableName(catalogTableCount)
                    end-if
                when "column"
                    if catalogColumnCount < catalogColumnMax
                        add 1 to catalogColumnCount
                        move catalogCurrentTable to catalogColumnTable(catalogColumnCount)
                        move lower-case(getWord(catalogLine, secondWord)) to catalogColumnName(catalogColumnCount)
                    end-if
                when other
                    continue
            end-evaluate
        end-if
        read catalogFile next record at end set catalogEof to true end-read
    end-perform
    close catalogFile.

*>------------------------------------------------------------------------------
*> One member per batch list line (its first word; override words and
*> "*>" note lines do not matter here).
*>------------------------------------------------------------------------------
3-read-the-batch-list.

    open input batchListFile
    if batchListNotFound
        string "(ERROR): PSQL3305E Batch list file " trim(batchListFileName) " not found" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if batchListFileStatus not = "00"
        string "(ERROR): PSQL3304E Opening " trim(batchListFileName) " failed with file-status " batchListFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read batchListFile next record at end set batchListEof to true end-read
    perform until batchListEof
        if batchListLine not = spaces and trim(batchListLine)(1:2) not = "*>"
            move spaces to memberName
            move getWord(batchListLine, firstWord) to memberName
            perform 32-read-the-listing
        end-if
        read batchListFile next record at end set batchListEof to true end-read
    end-perform
    close batchListFile.

*>------------------------------------------------------------------------------
*> The member's host variables: the "03" lines with their pictures, each
*> under the #presqlProgram section it belongs to, and the structure,
*> VARCHAR and LOB tags. Without the copybook the member's columns are
*> still drafted, with no type.
*>------------------------------------------------------------------------------
31-load-the-host-variables.

    move zeros to hostVariableCount
    move zeros to groupMemberCount
    move spaces to hostVarsUnitName

    move spaces to hostVarsFileName
    string trim(memberName) ".presql.hostvars" delimited by size into hostVarsFileName
    open input hostVarsFile
    if hostVarsFileStatus not = "00"
        string "(WARNING): PSQL3306W Host variable copybook " trim(hostVarsFileName) " cannot be opened; the columns of " trim(memberName) " are drafted with no type" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        move spaces to hostVarsFileStatus
        exit paragraph
    end-if

    read hostVarsFile next record at end set hostVarsEof to true end-read
    perform until hostVarsEof
        move spaces to hostTagWord
        move getWord(hostVarsLine, secondWord) to hostTagWord
        evaluate true
            when trim(getWord(hostVarsLine, firstWord)) = "03"
                if hostVariableCount < hostVariableMax
                    add 1 to hostVariableCount
                    move lower-case(getWord(hostVarsLine, secondWord)) to hostVariableName(hostVariableCount)
                    move hostVarsUnitName to hostVariableUnit(hostVariableCount)
                    perform 311-take-the-picture
                end-if
            when hostTagWord = "#presqlProgram"
                move lower-case(getWord(hostVarsLine, thirdWord)) to hostVarsUnitName
            when hostTagWord = "#presqlGroupMember"
                if groupMemberCount < groupMemberMax
                    add 1 to groupMemberCount
                    move lower-case(getWord(hostVarsLine, thirdWord)) to groupMemberGroup(groupMemberCount)
                    move hostVarsUnitName to groupMemberUnit(groupMemberCount)
                    move lower-case(getWord(hostVarsLine, fourthWord)) to groupMemberName(groupMemberCount)
                end-if
            when hostTagWord = "#presqlVarchar"
                perform 312-take-the-varchar-or-lob
                if hostVariableFound > zeros
                    move "varchar" to hostVariableType(hostVariableFound)
                    move numval(getWord(hostVarsLine, fourthWord)) to hostVariableLength(hostVariableFound)
                end-if
            when hostTagWord = "#presqlLob"
                perform 312-take-the-varchar-or-lob
                if hostVariableFound > zeros
                    move lower-case(getWord(hostVarsLine, fourthWord)) to hostVariableType(hostVariableFound)
                    move numval(getWord(hostVarsLine, fifthWord)) to hostVariableLength(hostVariableFound)
                end-if
            when other
                continue
        end-evaluate
        read hostVarsFile next record at end set hostVarsEof to true end-read
    end-perform
    close hostVarsFile
    move spaces to hostVarsFileStatus.

*>------------------------------------------------------------------------------
*> The shape the picture of the "03" line in hostVarsLine gives a column.
*>------------------------------------------------------------------------------
311-take-the-picture.

    move "D" to pictureUsage
    move "X" to pictureTypeClass
    move zeros to pictureDigitTotal
    move zeros to pictureScale
    move zeros to pictureFloatLength
    move spaces to pictureBody
    move zeros to pictureKeywordState
    move spaces to hostVariablePicture(hostVariableCount)

    move getWordCount(hostVarsLine) to pictureWordCount
    perform varying pictureWordIndex from thirdWord by 1 until pictureWordIndex > pictureWordCount
        move lower-case(getWord(hostVarsLine, pictureWordIndex)) to pictureWord
        move substitute(pictureWord, ".", " ") to pictureWord
        move concatenate(trim(hostVariablePicture(hostVariableCount)), " ", trim(pictureWord)) to hostVariablePicture(hostVariableCount)
        evaluate trim(pictureWord)
            when "pic"
            when "picture"
                move 1 to pictureKeywordState
            when "comp-3"
            when "packed-decimal"
                move "P" to pictureUsage
            when "comp"
            when "comp-4"
            when "comp-5"
            when "binary"
                move "B" to pictureUsage
            when "comp-1"
                move "F" to pictureUsage
                move 4 to pictureFloatLength
            when "comp-2"
                move "F" to pictureUsage
                move 8 to pictureFloatLength
            when other
                if pictureKeywordState = 1 and pictureBody = spaces and trim(pictureWord) not = "is"
                    move pictureWord to pictureBody
                    move zeros to pictureKeywordState
                end-if
        end-evaluate
    end-perform

    set pictureIsAfterV to false
    move 1 to pictureScanPointer
    perform until pictureScanPointer > stored-char-length(pictureBody)
        move pictureBody(pictureScanPointer:1) to pictureScanChar
        move 1 to pictureRepeatCount
        if pictureScanPointer < stored-char-length(pictureBody) and
           pictureBody(pictureScanPointer + 1:1) = "("
            move spaces to pictureRepeatDigits
            move zeros to pictureRepeatLength
            add 2 to pictureScanPointer
            perform until pictureScanPointer > stored-char-length(pictureBody)
                       or pictureBody(pictureScanPointer:1) = ")"
                if pictureRepeatLength < 5
                    add 1 to pictureRepeatLength
                    move pictureBody(pictureScanPointer:1) to pictureRepeatDigits(pictureRepeatLength:1)
                end-if
                add 1 to pictureScanPointer
            end-perform
            if pictureRepeatDigits not = spaces
                move numval(pictureRepeatDigits) to pictureRepeatCount
            end-if
        end-if
        evaluate pictureScanChar
            when "x"
            when "a"
                move "X" to pictureTypeClass
                add pictureRepeatCount to pictureDigitTotal
            when "n"
                move "U" to pictureTypeClass
                add pictureRepeatCount to pictureDigitTotal
            when "9"
                if pictureTypeClass = "X" and pictureDigitTotal = zeros
                    move "9" to pictureTypeClass
                end-if
                add pictureRepeatCount to pictureDigitTotal
                if pictureIsAfterV
                    add pictureRepeatCount to pictureScale
                end-if
            when "v"
                set pictureIsAfterV to true
            when other
                continue
        end-evaluate
        add 1 to pictureScanPointer
    end-perform

    move zeros to hostVariableLength(hostVariableCount)
    move zeros to hostVariableScale(hostVariableCount)
    evaluate true
        when pictureUsage = "F" and pictureFloatLength = 4
            move "real" to hostVariableType(hostVariableCount)
        when pictureUsage = "F"
            move "double" to hostVariableType(hostVariableCount)
        when pictureBody = spaces
            *> A structure, or an item with no picture to go by.
            move spaces to hostVariableType(hostVariableCount)
        when pictureTypeClass = "U"
            move "nchar" to hostVariableType(hostVariableCount)
            move pictureDigitTotal to hostVariableLength(hostVariableCount)
        when pictureTypeClass = "X"
            move "char" to hostVariableType(hostVariableCount)
            move pictureDigitTotal to hostVariableLength(hostVariableCount)
        when pictureUsage = "B" and pictureScale = zeros
            evaluate true
                when pictureDigitTotal <= 4
                    move "smallint" to hostVariableType(hostVariableCount)
                when pictureDigitTotal <= 9
                    move "integer" to hostVariableType(hostVariableCount)
                when other
                    move "bigint" to hostVariableType(hostVariableCount)
            end-evaluate
        when pictureUsage = "P" or pictureUsage = "B"
            move "decimal" to hostVariableType(hostVariableCount)
            move pictureDigitTotal to hostVariableLength(hostVariableCount)
            move pictureScale to hostVariableScale(hostVariableCount)
        when other
            move "numeric" to hostVariableType(hostVariableCount)
            move pictureDigitTotal to hostVariableLength(hostVariableCount)
            move pictureScale to hostVariableScale(hostVariableCount)
    end-evaluate.

*>------------------------------------------------------------------------------
*> A VARCHAR or LOB tag names a variable of its own, bound whole: it is
*> found among the "03" lines already read, or added; hostVariableFound
*> is left on it (zeros when there is no room for it).
*>------------------------------------------------------------------------------
312-take-the-varchar-or-lob.

    move zeros to hostVariableFound
    move lower-case(getWord(hostVarsLine, thirdWord)) to cursorWord
    perform varying hostVariableIndex from 1 by 1 until hostVariableIndex > hostVariableCount
        if hostVariableName(hostVariableIndex) = cursorWord and
           hostVariableUnit(hostVariableIndex) = hostVarsUnitName
            move hostVariableIndex to hostVariableFound
            exit perform
        end-if
    end-perform
    if hostVariableFound = zeros
        if hostVariableCount >= hostVariableMax
            exit paragraph
        end-if
        add 1 to hostVariableCount
        move hostVariableCount to hostVariableFound
        move cursorWord to hostVariableName(hostVariableFound)
        move hostVarsUnitName to hostVariableUnit(hostVariableFound)
    end-if
    move zeros to hostVariableScale(hostVariableFound)
    move lower-case(getWord(hostVarsLine, secondWord)(9:)) to hostVariablePicture(hostVariableFound).

*>------------------------------------------------------------------------------
*> Reads a member's listing: a "Program NAME:" line opens a program unit
*> of a multi-program source, a "Statement nnn:" tag announces a
*> statement, and the lines after it carry its text in 255-byte slices
*> up to the complexity line (or the blank line) that closes it. A member
*> never precompiled is reported and left out.
*>------------------------------------------------------------------------------
32-read-the-listing.

    move spaces to listingFileName
    string trim(memberName) ".presql.listing" delimited by size into listingFileName
    open input listingFile
    if listingFileStatus not = "00"
        string "(WARNING): PSQL3307W Listing " trim(listingFileName) " cannot be opened; member " trim(memberName) " is left out of the draft" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        move spaces to listingFileStatus
        exit paragraph
    end-if

    add 1 to membersRead
    perform 31-load-the-host-variables
    move spaces to listingUnitName
    move memberName to currentProgramName
    move zeros to cursorCount
    set aStatementIsOpen to false
    read listingFile next record at end set listingEof to true end-read
    perform until listingEof
        evaluate true
            when listingLine(1:10) = "Statement " and
                 listingLine(11:3) is numeric and
                 listingLine(14:1) = ":"
                if aStatementIsOpen
                    perform 4-take-the-statement
                end-if
                move listingLine(11:3) to statementNumber
                move spaces to rawStatementText
                move 1 to rawSlicePointer
                set aStatementIsOpen to true
            when aStatementIsOpen and
                 (listingLine = spaces or listingLine(1:17) = "Complexity score ")
                perform 4-take-the-statement
            when aStatementIsOpen
                if rawSlicePointer <= 3746
                    move listingLine to rawStatementText(rawSlicePointer:255)
                    add 255 to rawSlicePointer
                end-if
            when listingLine(1:8) = "Program " and
                 listingLine(9:1) not = space and
                 listingLine(1:25) not = "Program complexity score "
                move spaces to listingWord
                move getWord(listingLine, secondWord) to listingWord
                move spaces to listingUnitName
                unstring listingWord delimited by ":" into listingUnitName
                move lower-case(listingUnitName) to listingUnitName
                move spaces to currentProgramName
                string trim(memberName) "(" trim(upper-case(listingUnitName)) ")" delimited by size into currentProgramName
                move zeros to cursorCount
            when other
                continue
        end-evaluate
        read listingFile next record at end set listingEof to true end-read
    end-perform
    if aStatementIsOpen
        perform 4-take-the-statement
    end-if
    close listingFile
    move spaces to listingFileStatus.

*>------------------------------------------------------------------------------
*> A statement read whole: split into its words, its tables found, and
*> its columns paired with the host variables bound to them.
*>------------------------------------------------------------------------------
4-take-the-statement.

    set aStatementIsOpen to false
    perform 41-split-the-statement
    if tokenFirst > tokenLast
        exit paragraph
    end-if

    perform 42-find-the-tables
    evaluate tokenText(tokenFirst)
        when "select"
            move tokenFirst to tokenSelectIndex
            perform 43-pair-select-into
        when "declare"
            perform 44-remember-the-cursor
        when "fetch"
            perform 45-pair-fetch-into
        when "insert"
            perform 46-pair-insert-values
        when other
            continue
    end-evaluate
    perform 47-pair-the-comparisons.

*>------------------------------------------------------------------------------
*> Splits rawStatementText into tokenText/tokenDepth, then narrows
*> tokenFirst/tokenLast to what lies inside EXEC SQL ... END-EXEC.
*>------------------------------------------------------------------------------
41-split-the-statement.

    move zeros to tokenCount
    move zeros to tokenDepthNow
    move stored-char-length(rawStatementText) to rawLength
    move 1 to rawPointer
    perform until rawPointer > rawLength
        move rawStatementText(rawPointer:1) to rawChar
        move spaces to tokenWork
        move zeros to tokenWorkLength
        evaluate true
            when rawChar = space or rawChar = x"09"
                continue
            when rawChar = "'" or rawChar = '"'
                perform 411-skip-the-literal
                move "'" to tokenWork
                perform 413-add-the-token
            when rawChar = ":"
                move ":" to tokenWork
                move 1 to tokenWorkLength
                perform 412-take-the-name
                *> A glued ":indicator" belongs to the variable.
                if rawPointer < rawLength and rawStatementText(rawPointer + 1:1) = ":"
                    add 1 to rawPointer
                    move tokenWork to otherToken
                    perform 412-take-the-name
                    move otherToken to tokenWork
                end-if
                perform 413-add-the-token
            when (rawChar >= "A" and rawChar <= "Z") or
                 (rawChar >= "a" and rawChar <= "z") or
                 (rawChar >= "0" and rawChar <= "9") or
                 rawChar = "_" or rawChar = "#" or rawChar = "$" or rawChar = "@"
                move rawChar to tokenWork
                move 1 to tokenWorkLength
                perform 412-take-the-name
                perform 413-add-the-token
            when rawChar = "<" or rawChar = ">" or rawChar = "=" or rawChar = "!"
                move rawChar to tokenWork
                if rawPointer < rawLength and
                   (rawStatementText(rawPointer + 1:1) = "=" or
                    (rawChar = "<" and rawStatementText(rawPointer + 1:1) = ">"))
                    add 1 to rawPointer
                    move rawStatementText(rawPointer:1) to tokenWork(2:1)
                end-if
                perform 413-add-the-token
            when rawChar = "("
                move rawChar to tokenWork
                perform 413-add-the-token
                add 1 to tokenDepthNow
            when rawChar = ")"
                if tokenDepthNow > zeros
                    subtract 1 from tokenDepthNow
                end-if
                move rawChar to tokenWork
                perform 413-add-the-token
            when other
                move rawChar to tokenWork
                perform 413-add-the-token
        end-evaluate
        add 1 to rawPointer
    end-perform

    move 1 to tokenFirst
    move tokenCount to tokenLast
    if tokenCount >= 2 and tokenText(1) = "exec" and tokenText(2) = "sql"
        move 3 to tokenFirst
    end-if
    if tokenLast > zeros and
       (tokenText(tokenLast) = "end-exec" or tokenText(tokenLast) = "end-exec.")
        subtract 1 from tokenLast
    end-if
    if tokenLast > zeros and tokenText(tokenLast) = ";"
        subtract 1 from tokenLast
    end-if.

*>------------------------------------------------------------------------------
*> Moves rawPointer onto the quote that closes the literal it is on; a
*> doubled quote inside the literal is part of it.
*>------------------------------------------------------------------------------
411-skip-the-literal.

    move rawChar to quoteChar
    add 1 to rawPointer
    perform until rawPointer > rawLength
        if rawStatementText(rawPointer:1) = quoteChar
            if rawPointer < rawLength and rawStatementText(rawPointer + 1:1) = quoteChar
                add 1 to rawPointer
            else
                exit perform
            end-if
        end-if
        add 1 to rawPointer
    end-perform.

*>------------------------------------------------------------------------------
*> Adds the name characters after rawPointer to tokenWork, leaving
*> rawPointer on the last of them.
*>------------------------------------------------------------------------------
412-take-the-name.

    perform until rawPointer >= rawLength
        move rawStatementText(rawPointer + 1:1) to rawChar
        if (rawChar >= "A" and rawChar <= "Z") or
           (rawChar >= "a" and rawChar <= "z") or
           (rawChar >= "0" and rawChar <= "9") or
           rawChar = "-" or rawChar = "_" or rawChar = "." or
           rawChar = "#" or rawChar = "$" or rawChar = "@"
            add 1 to rawPointer
            if tokenWorkLength < length of tokenWork
                add 1 to tokenWorkLength
                move rawChar to tokenWork(tokenWorkLength:1)
            end-if
        else
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Appends tokenWork, in lower case, at the current depth. The word
*> INDICATOR and the variable after it go with the variable before them.
*>------------------------------------------------------------------------------
413-add-the-token.

    move lower-case(tokenWork) to tokenWork
    if tokenCount > zeros and tokenText(tokenCount) = "indicator" and
       tokenWork(1:1) = ":"
        subtract 1 from tokenCount
        exit paragraph
    end-if
    if tokenCount < tokenMax
        add 1 to tokenCount
        move tokenWork to tokenText(tokenCount)
        move tokenDepthNow to tokenDepth(tokenCount)
    end-if.

*>------------------------------------------------------------------------------
*> The tables the statement names, after FROM (a comma list), JOIN, the
*> INTO of an INSERT and the UPDATE verb, each with the correlation name
*> that follows it.
*>------------------------------------------------------------------------------
42-find-the-tables.

    move zeros to stmtTableCount
    perform varying tokenIndex from tokenFirst by 1 until tokenIndex > tokenLast
        evaluate true
            when tokenText(tokenIndex) = "from"
                move "from" to tableListKind
                perform 421-take-the-table-list
            when tokenText(tokenIndex) = "join"
                move "join" to tableListKind
                perform 421-take-the-table-list
            when tokenText(tokenIndex) = "into" and tokenText(tokenFirst) = "insert"
                move "into" to tableListKind
                perform 421-take-the-table-list
            when tokenText(tokenIndex) = "update" and tokenIndex = tokenFirst
                move "update" to tableListKind
                perform 421-take-the-table-list
            when other
                continue
        end-evaluate
    end-perform.

*>------------------------------------------------------------------------------
*> The table names from the token after tokenIndex on.
*>------------------------------------------------------------------------------
421-take-the-table-list.

    move tokenIndex to tokenScan
    perform until tokenScan >= tokenLast
        add 1 to tokenScan
        move tokenText(tokenScan) to nameToken
        perform 48-check-the-name
        if not theTokenIsAName
            exit perform
        end-if
        if stmtTableCount >= stmtTableMax
            exit perform
        end-if
        add 1 to stmtTableCount
        move nameToken to stmtTableName(stmtTableCount)
        move spaces to stmtTableAlias(stmtTableCount)
        if tokenScan < tokenLast and tokenText(tokenScan + 1) = "as"
            add 1 to tokenScan
        end-if
        if tokenScan < tokenLast
            move tokenText(tokenScan + 1) to nameToken
            perform 48-check-the-name
            if theTokenIsAName
                add 1 to tokenScan
                move nameToken to stmtTableAlias(stmtTableCount)
            end-if
        end-if
        if tableListKind not = "from" or tokenScan >= tokenLast or
           tokenText(tokenScan + 1) not = ","
            exit perform
        end-if
        add 1 to tokenScan
    end-perform.

*>------------------------------------------------------------------------------
*> SELECT list INTO host variables: the plain columns of the list pair
*> with the variables by position when the two lists are as long.
*>------------------------------------------------------------------------------
43-pair-select-into.

    perform 431-take-the-select-list
    if tokenIntoIndex = zeros
        perform 432-note-unpaired-items
        exit paragraph
    end-if

    move tokenIntoIndex to hostRefStart
    perform 433-take-the-host-list
    perform 434-pair-items-and-hosts.

*>------------------------------------------------------------------------------
*> The items of the select list that starts at tokenSelectIndex, up to the
*> INTO or FROM at its depth; tokenIntoIndex is the INTO, if any.
*>------------------------------------------------------------------------------
431-take-the-select-list.

    move zeros to itemCount
    move zeros to tokenIntoIndex
    move tokenDepth(tokenSelectIndex) to listDepth
    move tokenSelectIndex to tokenScan
    add 1 to tokenScan
    if tokenScan <= tokenLast and
       (tokenText(tokenScan) = "distinct" or tokenText(tokenScan) = "all")
        add 1 to tokenScan
    end-if
    move tokenScan to itemStart
    perform until tokenScan > tokenLast
        if tokenDepth(tokenScan) = listDepth and
           (tokenText(tokenScan) = "," or tokenText(tokenScan) = "into" or
            tokenText(tokenScan) = "from")
            compute itemLength = tokenScan - itemStart
            perform 435-take-one-item
            if tokenText(tokenScan) = "into"
                move tokenScan to tokenIntoIndex
                exit perform
            end-if
            if tokenText(tokenScan) = "from"
                exit perform
            end-if
            compute itemStart = tokenScan + 1
        end-if
        add 1 to tokenScan
    end-perform.

*>------------------------------------------------------------------------------
*> Each column of the list is referenced even with no variable bound.
*>------------------------------------------------------------------------------
432-note-unpaired-items.

    move spaces to evidenceHostName
    perform varying itemIndex from 1 by 1 until itemIndex > itemCount
        move itemTable(itemIndex) to resolvedTable
        move itemColumn(itemIndex) to resolvedColumn
        perform 5-add-the-evidence
    end-perform.

*>------------------------------------------------------------------------------
*> The host variables of the list after hostRefStart, up to FROM, FOR or
*> WHERE at the list's depth or the parenthesis that closes it; a host
*> structure stands for its members.
*>------------------------------------------------------------------------------
433-take-the-host-list.

    move zeros to hostRefCount
    move hostRefStart to tokenScan
    add 1 to tokenScan
    move tokenScan to itemStart
    if tokenScan > tokenLast
        exit paragraph
    end-if
    move tokenDepth(tokenScan) to listDepth
    perform until tokenScan > tokenLast + 1
        if tokenScan > tokenLast or
           tokenDepth(tokenScan) < listDepth or
           (tokenDepth(tokenScan) = listDepth and
            (tokenText(tokenScan) = "," or tokenText(tokenScan) = "from" or
             tokenText(tokenScan) = "for" or tokenText(tokenScan) = "where"))
            compute hostRefLength = tokenScan - itemStart
            perform 436-take-one-host
            if tokenScan > tokenLast or tokenText(tokenScan) not = ","
                exit perform
            end-if
            compute itemStart = tokenScan + 1
        end-if
        add 1 to tokenScan
    end-perform.

*>------------------------------------------------------------------------------
*> Pairs itemTable/itemColumn with hostRefName by position, or notes the
*> items unpaired when the lists differ in length.
*>------------------------------------------------------------------------------
434-pair-items-and-hosts.

    if itemCount not = hostRefCount
        perform 432-note-unpaired-items
        exit paragraph
    end-if
    perform varying itemIndex from 1 by 1 until itemIndex > itemCount
        move itemTable(itemIndex) to resolvedTable
        move itemColumn(itemIndex) to resolvedColumn
        move hostRefName(itemIndex) to evidenceHostName
        perform 5-add-the-evidence
    end-perform.

*>------------------------------------------------------------------------------
*> One select list item of itemLength tokens from itemStart: a column
*> (with or without an AS name) or an expression, which keeps its place
*> in the list with no column.
*>------------------------------------------------------------------------------
435-take-one-item.

    if itemCount >= itemMax
        exit paragraph
    end-if
    add 1 to itemCount
    move spaces to itemTable(itemCount)
    move spaces to itemColumn(itemCount)
    if itemLength = zeros
        exit paragraph
    end-if

    move tokenText(itemStart) to nameToken
    perform 48-check-the-name
    if theTokenIsAName and
       (itemLength = 1 or
        (itemLength = 2 and tokenText(itemStart + 1)(1:1) >= "a" and tokenText(itemStart + 1)(1:1) <= "z") or
        (itemLength = 3 and tokenText(itemStart + 1) = "as"))
        move nameToken to operandToken
        perform 49-resolve-the-column
        move resolvedTable to itemTable(itemCount)
        move resolvedColumn to itemColumn(itemCount)
    end-if.

*>------------------------------------------------------------------------------
*> One host list entry of hostRefLength tokens from itemStart: a single
*> ":variable" (a structure expands into its members), or an expression
*> that keeps its place with no variable.
*>------------------------------------------------------------------------------
436-take-one-host.

    if hostRefLength = 1 and tokenText(itemStart)(1:1) = ":"
        move tokenText(itemStart)(2:) to operandToken
        perform 437-take-the-variable-name
        set theHostIsAGroup to false
        perform varying groupMemberIndex from 1 by 1 until groupMemberIndex > groupMemberCount
            if groupMemberGroup(groupMemberIndex) = evidenceHostName and
               (groupMemberUnit(groupMemberIndex) = listingUnitName or
                groupMemberUnit(groupMemberIndex) = spaces)
                if hostRefCount < hostRefMax
                    add 1 to hostRefCount
                    move groupMemberName(groupMemberIndex) to hostRefName(hostRefCount)
                end-if
                set theHostIsAGroup to true
            end-if
        end-perform
        if theHostIsAGroup
            exit paragraph
        end-if
        if hostRefCount < hostRefMax
            add 1 to hostRefCount
            move evidenceHostName to hostRefName(hostRefCount)
        end-if
    else
        if hostRefCount < hostRefMax
            add 1 to hostRefCount
            move spaces to hostRefName(hostRefCount)
        end-if
    end-if.

*>------------------------------------------------------------------------------
*> The variable name in operandToken (after its colon), with any
*> indicator and any qualifying structure ("struct.field") taken off.
*>------------------------------------------------------------------------------
437-take-the-variable-name.

    move spaces to evidenceHostName
    unstring operandToken delimited by ":" into evidenceHostName
    move zeros to resolveDotPosition
    perform varying resolveScan from 1 by 1 until resolveScan > 30
        if evidenceHostName(resolveScan:1) = "."
            move resolveScan to resolveDotPosition
        end-if
    end-perform
    if resolveDotPosition > zeros
        move evidenceHostName(resolveDotPosition + 1:) to evidenceHostName
    end-if
    move zeros to hostVariableFound.

*>------------------------------------------------------------------------------
*> DECLARE ... CURSOR FOR SELECT: the select list is kept, resolved, for
*> the cursor's FETCH ... INTO, and its columns count as referenced.
*>------------------------------------------------------------------------------
44-remember-the-cursor.

    move zeros to tokenSelectIndex
    perform varying tokenIndex from tokenFirst by 1 until tokenIndex > tokenLast
        if tokenText(tokenIndex) = "select"
            move tokenIndex to tokenSelectIndex
            exit perform
        end-if
    end-perform
    if tokenSelectIndex = zeros or tokenFirst >= tokenLast
        exit paragraph
    end-if

    perform 431-take-the-select-list
    perform 432-note-unpaired-items

    if cursorCount >= cursorMax
        exit paragraph
    end-if
    add 1 to cursorCount
    move tokenText(tokenFirst + 1) to cursorName(cursorCount)
    move zeros to cursorItemCount(cursorCount)
    perform varying itemIndex from 1 by 1 until itemIndex > itemCount or itemIndex > 100
        add 1 to cursorItemCount(cursorCount)
        move itemTable(itemIndex) to cursorItemTable(cursorCount, itemIndex)
        move itemColumn(itemIndex) to cursorItemColumn(cursorCount, itemIndex)
    end-perform.

*>------------------------------------------------------------------------------
*> FETCH [orientation] [FROM] cursor INTO host variables: paired with the
*> cursor's select list by position.
*>------------------------------------------------------------------------------
45-pair-fetch-into.

    move zeros to tokenIntoIndex
    perform varying tokenIndex from tokenFirst by 1 until tokenIndex > tokenLast
        if tokenText(tokenIndex) = "into"
            move tokenIndex to tokenIntoIndex
            exit perform
        end-if
    end-perform
    if tokenIntoIndex <= tokenFirst + 1
        exit paragraph
    end-if

    move tokenText(tokenIntoIndex - 1) to cursorWord
    move zeros to cursorFound
    perform varying cursorIndex from 1 by 1 until cursorIndex > cursorCount
        if cursorName(cursorIndex) = cursorWord
            move cursorIndex to cursorFound
        end-if
    end-perform
    if cursorFound = zeros
        exit paragraph
    end-if

    move cursorItemCount(cursorFound) to itemCount
    perform varying itemIndex from 1 by 1 until itemIndex > itemCount
        move cursorItemTable(cursorFound, itemIndex) to itemTable(itemIndex)
        move cursorItemColumn(cursorFound, itemIndex) to itemColumn(itemIndex)
    end-perform

    move tokenIntoIndex to hostRefStart
    perform 433-take-the-host-list
    if itemCount = hostRefCount
        perform 434-pair-items-and-hosts
    end-if.

*>------------------------------------------------------------------------------
*> INSERT INTO table (columns) VALUES (host variables): paired by
*> position. An INSERT with no column list names no column to pair.
*>------------------------------------------------------------------------------
46-pair-insert-values.

    if stmtTableCount = zeros
        exit paragraph
    end-if

    move zeros to tokenIndex
    perform varying tokenScan from tokenFirst by 1 until tokenScan > tokenLast
        if tokenText(tokenScan) = "into"
            move tokenScan to tokenIndex
            exit perform
        end-if
    end-perform
    if tokenIndex = zeros or tokenIndex + 2 > tokenLast or
       tokenText(tokenIndex + 2) not = "("
        exit paragraph
    end-if

    *> The column list, each a plain name of the INSERT's table.
    move zeros to itemCount
    compute tokenScan = tokenIndex + 3
    perform until tokenScan > tokenLast or tokenText(tokenScan) = ")"
        if tokenText(tokenScan) not = "," and itemCount < itemMax
            add 1 to itemCount
            move stmtTableName(1) to itemTable(itemCount)
            move tokenText(tokenScan) to itemColumn(itemCount)
        end-if
        add 1 to tokenScan
    end-perform

    *> VALUES ( ... ) after it.
    add 1 to tokenScan
    if tokenScan + 1 > tokenLast or tokenText(tokenScan) not = "values" or
       tokenText(tokenScan + 1) not = "("
        perform 432-note-unpaired-items
        exit paragraph
    end-if
    add 1 to tokenScan giving hostRefStart
    perform 433-take-the-host-list
    perform 434-pair-items-and-hosts.

*>------------------------------------------------------------------------------
*> "column <op> :variable" (or the other way round) anywhere in the
*> statement - SET, WHERE, ON and HAVING alike - pairs the two; a column
*> compared with anything else is noted as referenced.
*>------------------------------------------------------------------------------
47-pair-the-comparisons.

    perform varying tokenIndex from tokenFirst by 1 until tokenIndex > tokenLast
        evaluate tokenText(tokenIndex)
            when "=" when "<>" when "!=" when "<" when ">" when "<=" when ">="
            when "like"
                if tokenIndex > tokenFirst and tokenIndex < tokenLast
                    move tokenText(tokenIndex - 1) to operandToken
                    move tokenText(tokenIndex + 1) to otherToken
                    perform 471-pair-one-comparison
                    move tokenText(tokenIndex + 1) to operandToken
                    move tokenText(tokenIndex - 1) to otherToken
                    perform 471-pair-one-comparison
                end-if
            when other
                continue
        end-evaluate
    end-perform.

*>------------------------------------------------------------------------------
*> operandToken as a column, otherToken as what it is compared with.
*>------------------------------------------------------------------------------
471-pair-one-comparison.

    move operandToken to nameToken
    perform 48-check-the-name
    if not theTokenIsAName
        exit paragraph
    end-if
    perform 49-resolve-the-column
    if otherToken(1:1) = ":"
        move otherToken(2:) to operandToken
        perform 437-take-the-variable-name
    else
        move spaces to evidenceHostName
    end-if
    perform 5-add-the-evidence.

*>------------------------------------------------------------------------------
*> nameToken can be a table, correlation or column name: it starts with a
*> letter and is not one of the words SQL is written with.
*>------------------------------------------------------------------------------
48-check-the-name.

    set theTokenIsAName to false
    if nameToken(1:1) < "a" or nameToken(1:1) > "z"
        exit paragraph
    end-if
    evaluate nameToken
        when "select" when "from" when "where" when "into" when "values"
        when "set" when "and" when "or" when "not" when "null" when "is"
        when "in" when "between" when "like" when "exists" when "join"
        when "inner" when "left" when "right" when "full" when "outer"
        when "cross" when "natural" when "on" when "using" when "group"
        when "order" when "by" when "having" when "union" when "except"
        when "intersect" when "all" when "distinct" when "as" when "with"
        when "for" when "fetch" when "first" when "only" when "rows" when "row"
        when "read" when "update" when "delete" when "insert" when "of"
        when "current" when "case" when "when" when "then" when "else" when "end"
        when "asc" when "desc" when "limit" when "offset" when "escape"
        when "cursor" when "hold" when "declare" when "lock" when "table"
        when "mode" when "share" when "exclusive" when "default" when "merge"
        when "matched" when "any" when "some" when "true" when "false"
        when "current_date" when "current_time" when "current_timestamp"
            continue
        when other
            set theTokenIsAName to true
    end-evaluate.

*>------------------------------------------------------------------------------
*> The table and column operandToken refers to: a qualified "q.column"
*> through the table or correlation name q, a plain column through the
*> statement's only table. Left as spaces when it cannot be told.
*>------------------------------------------------------------------------------
49-resolve-the-column.

    move spaces to resolvedTable
    move spaces to resolvedColumn
    move zeros to resolveDotPosition
    perform varying resolveScan from 1 by 1 until resolveScan > 60
        if operandToken(resolveScan:1) = "."
            move resolveScan to resolveDotPosition
        end-if
    end-perform

    if resolveDotPosition = zeros
        if stmtTableCount = 1
            move stmtTableName(1) to resolvedTable
            move operandToken to resolvedColumn
        end-if
        exit paragraph
    end-if

    move spaces to resolveQualifier
    move operandToken(1:resolveDotPosition - 1) to resolveQualifier
    perform varying stmtTableIndex from 1 by 1 until stmtTableIndex > stmtTableCount
        if stmtTableAlias(stmtTableIndex) = resolveQualifier or
           stmtTableName(stmtTableIndex) = resolveQualifier
            move stmtTableName(stmtTableIndex) to resolvedTable
            move operandToken(resolveDotPosition + 1:) to resolvedColumn
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Books resolvedTable/resolvedColumn with the shape of the variable in
*> evidenceHostName (no shape when there is none), once per column, shape
*> and program, unless the catalog already carries the column.
*>------------------------------------------------------------------------------
5-add-the-evidence.

    if resolvedTable = spaces or resolvedColumn = spaces
        exit paragraph
    end-if

    set theTableIsCatalogued to false
    perform varying catalogTableIndex from 1 by 1 until catalogTableIndex > catalogTableCount
        if catalogTableName(catalogTableIndex) = resolvedTable
            set theTableIsCatalogued to true
            exit perform
        end-if
    end-perform
    if theTableIsCatalogued
        perform varying catalogColumnIndex from 1 by 1 until catalogColumnIndex > catalogColumnCount
            if catalogColumnTable(catalogColumnIndex) = resolvedTable and
               catalogColumnName(catalogColumnIndex) = resolvedColumn
                exit paragraph
            end-if
        end-perform
    end-if

    perform 51-find-the-shape

    perform varying evidenceScan from 1 by 1 until evidenceScan > evidenceCount
        if evidenceTable(evidenceScan) = resolvedTable and
           evidenceColumn(evidenceScan) = resolvedColumn and
           evidenceProgram(evidenceScan) = currentProgramName
            if evidenceType(evidenceScan) = newEvidenceType and
               evidenceLength(evidenceScan) = newEvidenceLength and
               evidenceScale(evidenceScan) = newEvidenceScale
                exit paragraph
            end-if
            *> An unbound reference adds nothing to one bound, and a
            *> bound one takes the place of an unbound reference.
            if newEvidenceType = spaces
                exit paragraph
            end-if
            if evidenceType(evidenceScan) = spaces
                move evidenceScan to evidenceIndex
                perform 52-fill-the-evidence
                exit paragraph
            end-if
        end-if
    end-perform

    if evidenceCount >= evidenceMax
        if not limitWasReported
            move evidenceMax to countDisplay
            string "(WARNING): PSQL3308W More than " trim(countDisplay) " column references to draft; the rest of the library is left out" delimited by size into logText
            perform 90-write-log
            set limitWasReported to true
            set thereWasAWarning to true
        end-if
        exit paragraph
    end-if
    add 1 to evidenceCount
    move evidenceCount to evidenceIndex
    move resolvedTable to evidenceTable(evidenceIndex)
    move resolvedColumn to evidenceColumn(evidenceIndex)
    move currentProgramName to evidenceProgram(evidenceIndex)
    move zeros to evidenceTableDone(evidenceIndex)
    move zeros to evidenceColumnDone(evidenceIndex)
    perform 52-fill-the-evidence.

*>------------------------------------------------------------------------------
*> The shape of the variable in evidenceHostName: the program unit's own
*> declaration first, any other unit's if it has none.
*>------------------------------------------------------------------------------
51-find-the-shape.

    move spaces to newEvidenceType
    move zeros to newEvidenceLength
    move zeros to newEvidenceScale
    move spaces to newEvidencePicture
    if evidenceHostName = spaces
        exit paragraph
    end-if

    move zeros to hostVariableFound
    perform varying hostVariableIndex from 1 by 1 until hostVariableIndex > hostVariableCount
        if hostVariableName(hostVariableIndex) = evidenceHostName
            if hostVariableUnit(hostVariableIndex) = listingUnitName
                move hostVariableIndex to hostVariableFound
                exit perform
            end-if
            if hostVariableFound = zeros
                move hostVariableIndex to hostVariableFound
            end-if
        end-if
    end-perform
    if hostVariableFound = zeros
        exit paragraph
    end-if

    move hostVariableType(hostVariableFound) to newEvidenceType
    move hostVariableLength(hostVariableFound) to newEvidenceLength
    move hostVariableScale(hostVariableFound) to newEvidenceScale
    move hostVariablePicture(hostVariableFound) to newEvidencePicture.

*>------------------------------------------------------------------------------
*> Where the evidence in evidenceIndex comes from and the shape it gives.
*>------------------------------------------------------------------------------
52-fill-the-evidence.

    move newEvidenceType to evidenceType(evidenceIndex)
    move newEvidenceLength to evidenceLength(evidenceIndex)
    move newEvidenceScale to evidenceScale(evidenceIndex)
    move newEvidencePicture to evidencePicture(evidenceIndex)
    move statementNumber to evidenceStatement(evidenceIndex)
    if newEvidenceType = spaces
        move spaces to evidenceHostVariable(evidenceIndex)
    else
        move evidenceHostName to evidenceHostVariable(evidenceIndex)
    end-if.

*>------------------------------------------------------------------------------
*> The draft: one "table" line per table with anything missing, then one
*> "column" line per missing column, each with its evidence and any
*> conflict as comment lines the catalog loader passes over.
*>------------------------------------------------------------------------------
6-write-the-draft.

    open output draftFile
    if draftFileStatus not = "00"
        string "(ERROR): PSQL3304E Opening " trim(draftFileName) " failed with file-status " draftFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move current-date to inferStamp
    move spaces to draftLine
    string "* Schema catalog entries inferred from batch list " trim(batchListFileName)
           " on " inferStamp(1:8) " " inferStamp(9:6) " by presqlCatalogInfer"
           delimited by size into draftLine
    write draftLine
    move "* DRAFT: every line below is inferred from the host variables programs bind" to draftLine
    write draftLine
    move "* to each column, not read from the database; review it before merging it" to draftLine
    write draftLine
    move "* into the catalog, and settle every CONFLICT first." to draftLine
    write draftLine
    if catalogFileName = spaces
        move "* No catalog was compared: every table and column the library uses is here." to draftLine
    else
        move spaces to draftLine
        string "* Only what catalog " trim(catalogFileName) " does not carry is here." delimited by size into draftLine
    end-if
    write draftLine

    perform varying evidenceIndex from 1 by 1 until evidenceIndex > evidenceCount
        if evidenceTableDone(evidenceIndex) = zeros
            perform 61-write-one-table
        end-if
    end-perform

    close draftFile

    move tablesDrafted to countDisplay
    move columnsDrafted to secondCountDisplay
    move membersRead to thirdCountDisplay
    string "(info): Drafted " trim(countDisplay) " table(s) and " trim(secondCountDisplay) " column(s) from " trim(thirdCountDisplay) " member(s) into " trim(draftFileName) delimited by size into logText
    perform 90-write-log

    if conflictsFound > zeros
        move conflictsFound to countDisplay
        string "(WARNING): PSQL3309W " trim(countDisplay) " column(s) are bound with different shapes by different programs; see the CONFLICT lines in " trim(draftFileName) delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
    end-if.

*>------------------------------------------------------------------------------
*> One table: its line, whether the catalog has it already, and each of
*> its missing columns.
*>------------------------------------------------------------------------------
61-write-one-table.

    move evidenceTable(evidenceIndex) to draftTableName
    add 1 to tablesDrafted

    move spaces to draftLine
    write draftLine
    move spaces to draftLine
    string "table  " trim(draftTableName) delimited by size into draftLine
    write draftLine

    set theTableIsCatalogued to false
    perform varying catalogTableIndex from 1 by 1 until catalogTableIndex > catalogTableCount
        if catalogTableName(catalogTableIndex) = draftTableName
            set theTableIsCatalogued to true
            exit perform
        end-if
    end-perform
    move spaces to draftLine
    if theTableIsCatalogued
        string "* inferred: " trim(draftTableName) " is in the catalog already; add the columns below under its own table line" delimited by size into draftLine
    else
        string "* inferred: table " trim(draftTableName) " is not in the catalog" delimited by size into draftLine
    end-if
    write draftLine

    perform varying evidenceScan from evidenceIndex by 1 until evidenceScan > evidenceCount
        if evidenceTable(evidenceScan) = draftTableName
            move 1 to evidenceTableDone(evidenceScan)
            if evidenceColumnDone(evidenceScan) = zeros
                perform 62-write-one-column
            end-if
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> One column: the shapes it is bound with and how often, its line in the
*> most common one, the program it was first seen in, and the CONFLICT
*> list when the programs disagree.
*>------------------------------------------------------------------------------
62-write-one-column.

    move evidenceColumn(evidenceScan) to draftColumnName
    add 1 to columnsDrafted
    move zeros to shapeCount
    move zeros to columnUses
    move evidenceScan to columnFirstEvidence

    perform varying shapeEvidence from evidenceScan by 1 until shapeEvidence > evidenceCount
        if evidenceTable(shapeEvidence) = draftTableName and
           evidenceColumn(shapeEvidence) = draftColumnName
            move 1 to evidenceColumnDone(shapeEvidence)
            add 1 to columnUses
            if evidenceType(shapeEvidence) not = spaces
                perform 621-count-the-shape
            end-if
        end-if
    end-perform

    move zeros to shapeBest
    perform varying shapeIndex from 1 by 1 until shapeIndex > shapeCount
        if shapeBest = zeros or shapeUses(shapeIndex) > shapeUses(shapeBest)
            move shapeIndex to shapeBest
        end-if
    end-perform

    move spaces to draftLine
    if shapeBest = zeros
        string "column " trim(draftColumnName) delimited by size into draftLine
        write draftLine
        move columnFirstEvidence to shapeEvidence
    else
        move shapeBest to shapeIndex
        perform 622-describe-the-shape
        string "column " trim(draftColumnName) " " trim(shapeText) delimited by size into draftLine
        write draftLine
        move shapeFirstEvidence(shapeBest) to shapeEvidence
    end-if

    perform 623-describe-the-evidence
    compute countDisplay = columnUses - 1
    move spaces to draftLine
    if columnUses > 1
        string "*   inferred from " trim(evidenceText) " and " trim(countDisplay) " more" delimited by size into draftLine
    else
        string "*   inferred from " trim(evidenceText) delimited by size into draftLine
    end-if
    write draftLine
    if shapeBest = zeros
        move "*   no host variable is bound to it anywhere, so its type is not known" to draftLine
        write draftLine
    end-if

    if shapeCount > 1
        add 1 to conflictsFound
        move spaces to draftLine
        string "*   CONFLICT: programs bind " trim(draftColumnName) " with different shapes; settle it before merging" delimited by size into draftLine
        write draftLine
        perform varying shapeIndex from 1 by 1 until shapeIndex > shapeCount
            perform 622-describe-the-shape
            move shapeFirstEvidence(shapeIndex) to shapeEvidence
            perform 623-describe-the-evidence
            move shapeUses(shapeIndex) to secondCountDisplay
            move spaces to draftLine
            string "*     " shapeText " " trim(secondCountDisplay) " program(s), first " trim(evidenceText) delimited by size into draftLine
            write draftLine
        end-perform
    end-if.

*>------------------------------------------------------------------------------
*> Counts the shape of the evidence in shapeEvidence.
*>------------------------------------------------------------------------------
621-count-the-shape.

    perform varying shapeIndex from 1 by 1 until shapeIndex > shapeCount
        if shapeType(shapeIndex) = evidenceType(shapeEvidence) and
           shapeLength(shapeIndex) = evidenceLength(shapeEvidence) and
           shapeScale(shapeIndex) = evidenceScale(shapeEvidence)
            add 1 to shapeUses(shapeIndex)
            exit paragraph
        end-if
    end-perform
    if shapeCount < shapeMax
        add 1 to shapeCount
        move evidenceType(shapeEvidence) to shapeType(shapeCount)
        move evidenceLength(shapeEvidence) to shapeLength(shapeCount)
        move evidenceScale(shapeEvidence) to shapeScale(shapeCount)
        move 1 to shapeUses(shapeCount)
        move shapeEvidence to shapeFirstEvidence(shapeCount)
    end-if.

*>------------------------------------------------------------------------------
*> The shape in shapeIndex as the catalog writes it: type, length, scale.
*>------------------------------------------------------------------------------
622-describe-the-shape.

    move spaces to shapeText
    move shapeLength(shapeIndex) to lengthDisplay
    move shapeScale(shapeIndex) to scaleDisplay
    evaluate true
        when shapeScale(shapeIndex) > zeros
            string trim(shapeType(shapeIndex)) " " trim(lengthDisplay) " " trim(scaleDisplay) delimited by size into shapeText
        when shapeLength(shapeIndex) > zeros
            string trim(shapeType(shapeIndex)) " " trim(lengthDisplay) delimited by size into shapeText
        when other
            move shapeType(shapeIndex) to shapeText
    end-evaluate.

*>------------------------------------------------------------------------------
*> Where the evidence in shapeEvidence comes from: program,
*> statement and, when one is bound, the variable and its picture.
*>------------------------------------------------------------------------------
623-describe-the-evidence.

    move spaces to evidenceText
    move evidenceStatement(shapeEvidence) to statementDisplay
    if evidenceHostVariable(shapeEvidence) = spaces
        string trim(evidenceProgram(shapeEvidence)) " statement " trim(statementDisplay) delimited by size into evidenceText
    else
        string trim(evidenceProgram(shapeEvidence)) " statement " trim(statementDisplay)
               " (:" trim(evidenceHostVariable(shapeEvidence)) " " trim(evidencePicture(shapeEvidence)) ")"
               delimited by size into evidenceText
    end-if.

*>------------------------------------------------------------------------------
*> Writes one line to stderr.
*>------------------------------------------------------------------------------
90-write-log.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText

    display MODULE-ID " " trim(logText) upon stderr
    *> Cleared after writing: STRING into a dirty buffer keeps the old
    *> tail when the new message is shorter.
    move spaces to logText.
