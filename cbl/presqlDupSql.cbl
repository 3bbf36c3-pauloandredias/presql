*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlDupSql.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Duplicate and near-duplicate SQL finder across a library. Takes the
*> batch list a -b run precompiled, reads every member's extracted
*> statements back from the .presql.listing file the precompile left next
*> to it, and normalizes each SELECT, INSERT, UPDATE, DELETE and cursor
*> SELECT: host-variable names, literal values and numbers become "?",
*> letter case and spacing stop mattering, the EXEC SQL wrapper and a
*> cursor's DECLARE ... FOR go. Statements whose normalized text is the
*> same are one variant; variants over the same table whose words overlap
*> by at least the -n percentage (80 when not informed) are one group of
*> near-identical statements. The report ranks the groups by how many
*> programs share them, each with its variants and every program and
*> statement number using them, so the consolidation into shared modules
*> or stored procedures, and the index change that helps most programs,
*> start from the top.
*>
*>     presqlDupSql -b <batch-list> [-m <min-programs>] [-n <percent>]
*>
*> A group is reported when at least -m programs (2 when not informed)
*> share it; -m 1 also reports a statement a single program repeats.
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
    select batchListFile assign to batchListFileName
    organization is line sequential
    file status is batchListFileStatus.

    select listingFile assign to listingFileName
    organization is line sequential
    file status is listingFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd batchListFile.
01 batchListLine                pic x(255).

fd listingFile.
01 listingLine                  pic x(255).

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
    03 listingFileStatus        pic x(002)  value spaces.
        88 listingEof           value "10"  false "00".
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
        88 argumentIs-m         value "-m"  false spaces. *> The fewest programs a reported group is shared by
        88 argumentIs-n         value "-n"  false spaces. *> The word overlap (percent) that makes two variants near-identical

01 inquiryControls.
    03 batchListFileName        pic x(255)  value spaces.
    03 minimumPrograms          pic 9(005)  value 2.
    03 similarityPercent        pic 9(003)  value 80.
    03 memberName               pic x(255)  value spaces.
    03 listingFileName          pic x(255)  value spaces.
    03 listingUnitName          pic x(031)  value spaces.
    03 listingWord              pic x(031)  value spaces.
    03 firstWord                binary-short unsigned value 1.
    03 secondWord               binary-short unsigned value 2.
    03 membersRead              binary-short unsigned value zeros.
    03 statementsRead           binary-long unsigned value zeros.

*>------------------------------------------------------------------------------
*> The programs of the batch list: a member, or each program unit of a
*> multi-program member, named the way presqlDeadSql names them.
*>------------------------------------------------------------------------------
01 programControls.
    03 programCount             binary-short unsigned value zeros.
    03 programMax               binary-short unsigned value 2500.
    03 programEntry occurs 2500.
        05 programName          pic x(255).
        *> The last group counted for this program, so each program
        *> counts once per group.
        05 programSeenGroup     binary-short unsigned.
    03 programIndex             binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The statement being read back out of the listing, in its 255-byte
*> slices, and its normalized form.
*>------------------------------------------------------------------------------
01 normalizeControls.
    03 statementNumber          pic 9(003) value zeros.
    03 rawStatementText         pic x(4000) value spaces.
    03 rawSlicePointer          binary-short unsigned value zeros.
    03 rawLength                binary-short unsigned value zeros.
    03 rawPointer               binary-short unsigned value zeros.
    03 rawChar                  pic x(001) value spaces.
    03 quoteChar                pic x(001) value spaces.
    03 emitChar                 pic x(001) value spaces.
    03 nameCharState            pic 9(001) value zeros.
        88 previousWasNameChar  value 1    false 0.
    03 normalizedText           pic x(1000) value spaces.
    03 normalizedLength         binary-short unsigned value zeros.
    03 normalizedMax            binary-short unsigned value 1000.
    03 selectPosition           binary-short unsigned value zeros.
    03 statementVerb            pic x(030) value spaces.
    03 statementChecksum        pic 9(010) value zeros.
    03 checksumIndex            binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The words of a normalized statement: the distinct names it uses (the
*> "?" placeholders and punctuation left out) and the table it is over.
*>------------------------------------------------------------------------------
01 tokenControls.
    03 tokenPointer             binary-short unsigned value zeros.
    03 tokenWord                pic x(030) value spaces.
    03 previousToken            pic x(030) value spaces.
    03 tokenOrdinal             binary-short unsigned value zeros.
    03 tableKey                 pic x(080) value spaces.
    03 candidateTokenCount      binary-short unsigned value zeros.
    03 candidateTokenMax        binary-short unsigned value 60.
    03 candidateToken           pic x(030) occurs 60.
    03 candidateTokenIndex      binary-short unsigned value zeros.
    03 familyTokenIndex         binary-short unsigned value zeros.
    03 commonTokens             binary-short unsigned value zeros.
    03 unionTokens              binary-short unsigned value zeros.
    03 overlapPercent           binary-short unsigned value zeros.
    03 bestOverlap              binary-short unsigned value zeros.
    03 bestGroup                binary-short unsigned value zeros.
    03 tokenFoundState          pic 9(001) value zeros.
        88 theTokenIsKnown      value 1    false 0.

*>------------------------------------------------------------------------------
*> The variants: each distinct normalized statement, how many statements
*> use it, the table it is over and the group it joined.
*>------------------------------------------------------------------------------
01 variantControls.
    03 variantCount             binary-short unsigned value zeros.
    03 variantMax               binary-short unsigned value 3000.
    03 variantEntry occurs 3000.
        05 variantText          pic x(1000).
        05 variantChecksum      pic 9(010).
        05 variantTableKey      pic x(080).
        05 variantUses          binary-short unsigned.
        05 variantGroup         binary-short unsigned.
        05 variantPlaced        pic 9(001).
    03 variantIndex             binary-short unsigned value zeros.
    03 variantPickIndex         binary-short unsigned value zeros.
    03 variantRank              binary-short unsigned value zeros.
    03 variantOrdinal           binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> Every statement taken: the program, its statement number, its variant.
*>------------------------------------------------------------------------------
01 usageControls.
    03 usageCount               binary-short unsigned value zeros.
    03 usageMax                 binary-short unsigned value 20000.
    03 usageEntry occurs 20000.
        05 usageProgram         binary-short unsigned.
        05 usageStatement       pic 9(003).
        05 usageVariant         binary-short unsigned.
    03 usageIndex               binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The groups of identical and near-identical variants: the words of the
*> variant that opened each (its most used), the counts the ranking
*> goes by, and whether the report has taken it yet.
*>------------------------------------------------------------------------------
01 groupControls.
    03 groupCount               binary-short unsigned value zeros.
    03 groupEntry occurs 3000.
        05 groupTableKey        pic x(080).
        05 groupTokenCount      binary-short unsigned.
        05 groupToken           pic x(030) occurs 60.
        05 groupVariants        binary-short unsigned.
        05 groupStatements      binary-short unsigned.
        05 groupPrograms        binary-short unsigned.
        05 groupReported        pic 9(001).
    03 groupIndex               binary-short unsigned value zeros.
    03 groupPickIndex           binary-short unsigned value zeros.
    03 groupRank                binary-short unsigned value zeros.
    03 groupsReported           binary-short unsigned value zeros.

01 displayFields.
    03 countDisplay             pic zzzzzzz9 value zeros.
    03 secondCountDisplay       pic zzzzzzz9 value zeros.
    03 thirdCountDisplay        pic zzzzzzz9 value zeros.
    03 rankDisplay              pic zzzz9    value zeros.
    03 statementDisplay         pic zz9      value zeros.
    03 limitDisplay             pic zzzz9    value zeros.
    03 textPointer              binary-short unsigned value zeros.
    03 textSliceLength          binary-short unsigned value zeros.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 3-load-the-batch-list
    end-if
    if itIsOkSoFar
        perform 4-form-the-groups
        perform 5-count-the-groups
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

    if batchListFileName = spaces
        move "(ERROR): PSQL3201E Usage: presqlDupSql -b <batch-list> [-m <min-programs>] [-n <percent>]" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if

    if minimumPrograms = zeros
        move 1 to minimumPrograms
    end-if
    if similarityPercent = zeros or similarityPercent > 100
        move 80 to similarityPercent
    end-if.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-b" set argumentIs-b to true
        when "-m" set argumentIs-m to true
        when "-n" set argumentIs-n to true
        when other
            if argumentIs-b
                move argumentText to batchListFileName
                set argumentIs-b to false
            else
                if argumentIs-m
                    move numval(argumentText) to minimumPrograms
                    set argumentIs-m to false
                else
                    if argumentIs-n
                        move numval(argumentText) to similarityPercent
                        set argumentIs-n to false
                    else
                        string "(ERROR): PSQL3202E Unexpected argument " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                        set thereWasAnError to true
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> One member per batch list line (its first word; override words and
*> "*>" note lines do not matter here), each read back from the
*> .presql.listing file the precompile left next to it.
*>------------------------------------------------------------------------------
3-load-the-batch-list.

    open input batchListFile
    if batchListNotFound
        string "(ERROR): PSQL3203E Batch list file " trim(batchListFileName) " not found" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if batchListFileStatus not = "00"
        string "(ERROR): PSQL3204E Opening " trim(batchListFileName) " failed with file-status " batchListFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read batchListFile next record at end set batchListEof to true end-read
    perform until batchListEof
        if batchListLine not = spaces and trim(batchListLine)(1:2) not = "*>"
            move spaces to memberName
            move getWord(batchListLine, firstWord) to memberName
            perform 31-load-one-listing
        end-if
        read batchListFile next record at end set batchListEof to true end-read
    end-perform
    close batchListFile.

*>------------------------------------------------------------------------------
*> Reads a member's listing: a "Program NAME:" line opens a program unit
*> of a multi-program source, a "Statement nnn:" tag announces a
*> statement, and the lines after it carry its text in 255-byte slices
*> up to the complexity line (or the blank line) that closes it. A member
*> never precompiled is reported and left out.
*>------------------------------------------------------------------------------
31-load-one-listing.

    move spaces to listingFileName
    string trim(memberName) ".presql.listing" delimited by size into listingFileName
    open input listingFile
    if listingFileStatus not = "00"
        string "(WARNING): PSQL3205W Listing " trim(listingFileName) " cannot be opened; member " trim(memberName) " is left out of the report" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        move spaces to listingFileStatus
        exit paragraph
    end-if

    add 1 to membersRead
    move spaces to listingUnitName
    move zeros to programIndex
    set aStatementIsOpen to false
    read listingFile next record at end set listingEof to true end-read
    perform until listingEof
        evaluate true
            when listingLine(1:10) = "Statement " and
                 listingLine(11:3) is numeric and
                 listingLine(14:1) = ":"
                if aStatementIsOpen
                    perform 33-take-the-statement
                end-if
                if programIndex = zeros
                    perform 32-add-the-program
                end-if
                move listingLine(11:3) to statementNumber
                move spaces to rawStatementText
                move 1 to rawSlicePointer
                set aStatementIsOpen to true
            when aStatementIsOpen and
                 (listingLine = spaces or listingLine(1:17) = "Complexity score ")
                perform 33-take-the-statement
            when aStatementIsOpen
                if rawSlicePointer <= 3746
                    move listingLine to rawStatementText(rawSlicePointer:255)
                    add 255 to rawSlicePointer
                end-if
            when listingLine(1:8) = "Program " and
                 listingLine(9:1) not = space
                move spaces to listingWord
                move getWord(listingLine, secondWord) to listingWord
                move spaces to listingUnitName
                unstring listingWord delimited by ":" into listingUnitName
                move zeros to programIndex
            when other
                continue
        end-evaluate
        read listingFile next record at end set listingEof to true end-read
    end-perform
    if aStatementIsOpen
        perform 33-take-the-statement
    end-if
    close listingFile
    move spaces to listingFileStatus.

*>------------------------------------------------------------------------------
*> Opens the program entry the next statements belong to.
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
    move zeros to programSeenGroup(programIndex).

*>------------------------------------------------------------------------------
*> A statement read whole: normalized, and when it is one the engine runs
*> against data, counted under its variant.
*>------------------------------------------------------------------------------
33-take-the-statement.

    set aStatementIsOpen to false
    if programIndex = zeros
        exit paragraph
    end-if
    add 1 to statementsRead

    perform 34-normalize-the-statement
    evaluate trim(statementVerb)
        when "select"
        when "insert"
        when "update"
        when "delete"
        when "with"
            continue
        when other
            exit paragraph
    end-evaluate

    if usageCount >= usageMax
        perform 39-report-the-limit
        exit paragraph
    end-if

    move zeros to statementChecksum
    perform varying checksumIndex from 1 by 1 until checksumIndex > normalizedLength
        compute statementChecksum =
            mod((statementChecksum * 31) + ord(normalizedText(checksumIndex:1)),
                9999999999)
    end-perform

    move zeros to variantPickIndex
    perform varying variantIndex from 1 by 1 until variantIndex > variantCount
        if variantChecksum(variantIndex) = statementChecksum and
           variantText(variantIndex) = normalizedText
            move variantIndex to variantPickIndex
            exit perform
        end-if
    end-perform

    if variantPickIndex = zeros
        if variantCount >= variantMax
            perform 39-report-the-limit
            exit paragraph
        end-if
        add 1 to variantCount
        move variantCount to variantPickIndex
        move normalizedText to variantText(variantPickIndex)
        move statementChecksum to variantChecksum(variantPickIndex)
        perform 35-tokenize-the-statement
        move tableKey to variantTableKey(variantPickIndex)
        move zeros to variantUses(variantPickIndex)
        move zeros to variantGroup(variantPickIndex)
        move zeros to variantPlaced(variantPickIndex)
    end-if

    add 1 to variantUses(variantPickIndex)
    add 1 to usageCount
    move programIndex to usageProgram(usageCount)
    move statementNumber to usageStatement(usageCount)
    move variantPickIndex to usageVariant(usageCount).

*>------------------------------------------------------------------------------
*> Rewrites rawStatementText into normalizedText: quoted literals, host
*> variables (with any indicator) and numbers become "?", names go to
*> lower case, punctuation stands apart, and any run of spaces becomes
*> one. The EXEC SQL wrapper and a cursor's DECLARE ... FOR are dropped.
*>------------------------------------------------------------------------------
34-normalize-the-statement.

    move spaces to normalizedText
    move zeros to normalizedLength
    set previousWasNameChar to false
    move stored-char-length(rawStatementText) to rawLength

    move 1 to rawPointer
    perform until rawPointer > rawLength
        move rawStatementText(rawPointer:1) to rawChar
        evaluate true
            when rawChar = space or rawChar = x"09"
                perform 342-emit-separator
            when rawChar = "'" or rawChar = '"'
                perform 343-skip-the-literal
                perform 344-emit-placeholder
            when rawChar = ":"
                perform 345-skip-the-host-variable
                perform 344-emit-placeholder
            when rawChar >= "0" and rawChar <= "9" and not previousWasNameChar
                perform 346-skip-the-number
                perform 344-emit-placeholder
            when (rawChar >= "A" and rawChar <= "Z") or
                 (rawChar >= "a" and rawChar <= "z") or
                 (rawChar >= "0" and rawChar <= "9") or
                 rawChar = "_" or rawChar = "#" or rawChar = "$" or rawChar = "@" or
                 ((rawChar = "-" or rawChar = ".") and previousWasNameChar)
                move lower-case(rawChar) to emitChar
                perform 341-emit-character
                set previousWasNameChar to true
            when other
                perform 342-emit-separator
                move rawChar to emitChar
                perform 341-emit-character
                perform 342-emit-separator
        end-evaluate
        add 1 to rawPointer
    end-perform
    move stored-char-length(normalizedText) to normalizedLength

    if normalizedText(1:9) = "exec sql "
        move normalizedText(10:) to normalizedText
        move stored-char-length(normalizedText) to normalizedLength
    end-if
    if normalizedLength > 10 and normalizedText(normalizedLength - 9:10) = " end-exec."
        move spaces to normalizedText(normalizedLength - 9:10)
        move stored-char-length(normalizedText) to normalizedLength
    end-if
    if normalizedLength > 9 and normalizedText(normalizedLength - 8:9) = " end-exec"
        move spaces to normalizedText(normalizedLength - 8:9)
        move stored-char-length(normalizedText) to normalizedLength
    end-if

    *> A cursor is judged by its SELECT, whatever the cursor is called.
    if normalizedText(1:8) = "declare "
        move zeros to selectPosition
        inspect normalizedText tallying selectPosition for characters before initial " select "
        if selectPosition < normalizedLength
            move normalizedText(selectPosition + 2:) to normalizedText
            move stored-char-length(normalizedText) to normalizedLength
        end-if
    end-if

    move spaces to statementVerb
    unstring normalizedText delimited by space into statementVerb.

*>------------------------------------------------------------------------------
*> Appends emitChar to the normalized text while there is room.
*>------------------------------------------------------------------------------
341-emit-character.

    if normalizedLength < normalizedMax
        add 1 to normalizedLength
        move emitChar to normalizedText(normalizedLength:1)
    end-if.

*>------------------------------------------------------------------------------
*> One space between words, never two and never a leading one.
*>------------------------------------------------------------------------------
342-emit-separator.

    set previousWasNameChar to false
    if normalizedLength > zeros and normalizedLength < normalizedMax and
       normalizedText(normalizedLength:1) not = space
        add 1 to normalizedLength
    end-if.

*>------------------------------------------------------------------------------
*> Moves rawPointer onto the quote that closes the literal it is on; a
*> doubled quote inside the literal is part of it.
*>------------------------------------------------------------------------------
343-skip-the-literal.

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
*> A "?" standing as a word of its own.
*>------------------------------------------------------------------------------
344-emit-placeholder.

    perform 342-emit-separator
    move "?" to emitChar
    perform 341-emit-character
    perform 342-emit-separator.

*>------------------------------------------------------------------------------
*> Moves rawPointer onto the last character of the host-variable
*> reference it is on, a qualified name or glued ":indicator" included.
*>------------------------------------------------------------------------------
345-skip-the-host-variable.

    perform until rawPointer >= rawLength
        move rawStatementText(rawPointer + 1:1) to rawChar
        if (rawChar >= "A" and rawChar <= "Z") or
           (rawChar >= "a" and rawChar <= "z") or
           (rawChar >= "0" and rawChar <= "9") or
           rawChar = "-" or rawChar = "_" or rawChar = "." or rawChar = ":"
            add 1 to rawPointer
        else
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Moves rawPointer onto the last character of the number it is on.
*>------------------------------------------------------------------------------
346-skip-the-number.

    perform until rawPointer >= rawLength
        move rawStatementText(rawPointer + 1:1) to rawChar
        if (rawChar >= "0" and rawChar <= "9") or rawChar = "."
            add 1 to rawPointer
        else
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The distinct names of the normalized statement, and the table it is
*> over: the first one after FROM for a SELECT or DELETE, after INTO for
*> an INSERT, and the one UPDATE names.
*>------------------------------------------------------------------------------
35-tokenize-the-statement.

    move zeros to candidateTokenCount
    move zeros to tokenOrdinal
    move spaces to previousToken
    move spaces to tableKey

    move 1 to tokenPointer
    perform until tokenPointer > normalizedLength
        move spaces to tokenWord
        unstring normalizedText(1:normalizedLength) delimited by all spaces
            into tokenWord with pointer tokenPointer
        end-unstring
        if tokenWord not = spaces
            add 1 to tokenOrdinal
            if tableKey = spaces
                evaluate true
                    when (trim(statementVerb) = "select" or trim(statementVerb) = "delete" or
                          trim(statementVerb) = "with") and previousToken = "from"
                    when trim(statementVerb) = "insert" and previousToken = "into"
                    when trim(statementVerb) = "update" and tokenOrdinal = 2
                        move concatenate(trim(statementVerb), " ", trim(tokenWord)) to tableKey
                    when other
                        continue
                end-evaluate
            end-if
            if tokenWord(1:1) >= "a" and tokenWord(1:1) <= "z"
                perform 351-keep-one-token
            end-if
            move tokenWord to previousToken
        end-if
    end-perform

    if tableKey = spaces
        move statementVerb to tableKey
    end-if.

*>------------------------------------------------------------------------------
*> Adds tokenWord to the statement's distinct names while there is room.
*>------------------------------------------------------------------------------
351-keep-one-token.

    perform varying candidateTokenIndex from 1 by 1 until candidateTokenIndex > candidateTokenCount
        if candidateToken(candidateTokenIndex) = tokenWord
            exit paragraph
        end-if
    end-perform
    if candidateTokenCount < candidateTokenMax
        add 1 to candidateTokenCount
        move tokenWord to candidateToken(candidateTokenCount)
    end-if.

*>------------------------------------------------------------------------------
*> Warned once: the tables are full and the rest of the library is not
*> taken into the report.
*>------------------------------------------------------------------------------
39-report-the-limit.

    if not limitWasReported
        move variantMax to limitDisplay
        string "(WARNING): PSQL3206W More than " trim(limitDisplay) " distinct statements or the statement table is full; the rest are left out of the report" delimited by size into logText
        perform 90-write-log
        set limitWasReported to true
        set thereWasAWarning to true
    end-if.

*>------------------------------------------------------------------------------
*> Takes the variants most used first; each joins the group over the same
*> table whose opening variant its names overlap the most, when that
*> reaches the -n percentage, or opens a group of its own.
*>------------------------------------------------------------------------------
4-form-the-groups.

    perform varying variantRank from 1 by 1 until variantRank > variantCount
        move zeros to variantPickIndex
        perform varying variantIndex from 1 by 1 until variantIndex > variantCount
            if variantPlaced(variantIndex) = zeros
                if variantPickIndex = zeros or
                   variantUses(variantIndex) > variantUses(variantPickIndex)
                    move variantIndex to variantPickIndex
                end-if
            end-if
        end-perform
        move 1 to variantPlaced(variantPickIndex)
        perform 41-place-one-variant
    end-perform.

*>------------------------------------------------------------------------------
*> Finds the variant's group, or opens one with the variant's names.
*>------------------------------------------------------------------------------
41-place-one-variant.

    move variantText(variantPickIndex) to normalizedText
    move stored-char-length(normalizedText) to normalizedLength
    move spaces to statementVerb
    unstring normalizedText delimited by space into statementVerb
    perform 35-tokenize-the-statement

    move zeros to bestGroup
    move zeros to bestOverlap
    perform varying groupIndex from 1 by 1 until groupIndex > groupCount
        if groupTableKey(groupIndex) = variantTableKey(variantPickIndex)
            perform 42-measure-the-overlap
            if overlapPercent >= similarityPercent and overlapPercent > bestOverlap
                move overlapPercent to bestOverlap
                move groupIndex to bestGroup
            end-if
        end-if
    end-perform

    if bestGroup = zeros
        add 1 to groupCount
        move groupCount to bestGroup
        move variantTableKey(variantPickIndex) to groupTableKey(bestGroup)
        move candidateTokenCount to groupTokenCount(bestGroup)
        perform varying candidateTokenIndex from 1 by 1 until candidateTokenIndex > candidateTokenCount
            move candidateToken(candidateTokenIndex) to groupToken(bestGroup, candidateTokenIndex)
        end-perform
        move zeros to groupVariants(bestGroup)
        move zeros to groupStatements(bestGroup)
        move zeros to groupPrograms(bestGroup)
        move zeros to groupReported(bestGroup)
    end-if

    move bestGroup to variantGroup(variantPickIndex)
    add 1 to groupVariants(bestGroup)
    add variantUses(variantPickIndex) to groupStatements(bestGroup).

*>------------------------------------------------------------------------------
*> The share of names the variant and the group's opening variant have in
*> common, out of all the names either uses.
*>------------------------------------------------------------------------------
42-measure-the-overlap.

    move zeros to commonTokens
    perform varying candidateTokenIndex from 1 by 1 until candidateTokenIndex > candidateTokenCount
        perform varying familyTokenIndex from 1 by 1 until familyTokenIndex > groupTokenCount(groupIndex)
            if groupToken(groupIndex, familyTokenIndex) = candidateToken(candidateTokenIndex)
                add 1 to commonTokens
                exit perform
            end-if
        end-perform
    end-perform

    compute unionTokens = candidateTokenCount + groupTokenCount(groupIndex) - commonTokens
    if unionTokens = zeros
        move 100 to overlapPercent
    else
        compute overlapPercent = commonTokens * 100 / unionTokens
    end-if.

*>------------------------------------------------------------------------------
*> How many distinct programs use each group.
*>------------------------------------------------------------------------------
5-count-the-groups.

    perform varying groupIndex from 1 by 1 until groupIndex > groupCount
        perform varying usageIndex from 1 by 1 until usageIndex > usageCount
            move usageVariant(usageIndex) to variantIndex
            if variantGroup(variantIndex) = groupIndex
                move usageProgram(usageIndex) to programIndex
                if programSeenGroup(programIndex) not = groupIndex
                    move groupIndex to programSeenGroup(programIndex)
                    add 1 to groupPrograms(groupIndex)
                end-if
            end-if
        end-perform
    end-perform.

*>------------------------------------------------------------------------------
*> The groups shared by -m programs or more, most programs first.
*>------------------------------------------------------------------------------
6-write-the-report.

    display "Duplicate SQL report for batch list " trim(batchListFileName)
    move membersRead to countDisplay
    move usageCount to secondCountDisplay
    move variantCount to thirdCountDisplay
    display "    " trim(countDisplay) " members, " trim(secondCountDisplay) " data statements, "
        trim(thirdCountDisplay) " distinct after normalizing"
    move similarityPercent to limitDisplay
    display "    near-identical: at least " trim(limitDisplay) "% of their names in common, over the same table"

    move zeros to groupsReported
    perform varying groupRank from 1 by 1 until groupRank > groupCount
        move zeros to groupPickIndex
        perform varying groupIndex from 1 by 1 until groupIndex > groupCount
            if groupReported(groupIndex) = zeros
                if groupPickIndex = zeros or
                   groupPrograms(groupIndex) > groupPrograms(groupPickIndex) or
                   (groupPrograms(groupIndex) = groupPrograms(groupPickIndex) and
                    groupStatements(groupIndex) > groupStatements(groupPickIndex))
                    move groupIndex to groupPickIndex
                end-if
            end-if
        end-perform
        move 1 to groupReported(groupPickIndex)
        if groupPrograms(groupPickIndex) < minimumPrograms or
           groupStatements(groupPickIndex) < 2
            exit perform
        end-if
        perform 61-report-one-group
    end-perform

    if groupsReported = zeros
        display " "
        display "No statement is shared as often as the report asks for."
    end-if.

*>------------------------------------------------------------------------------
*> One group: its counts and table, then each variant's text and users.
*>------------------------------------------------------------------------------
61-report-one-group.

    add 1 to groupsReported
    move groupsReported to rankDisplay
    move groupPrograms(groupPickIndex) to countDisplay
    move groupStatements(groupPickIndex) to secondCountDisplay
    move groupVariants(groupPickIndex) to thirdCountDisplay
    display " "
    display "Group " trim(rankDisplay) ": " trim(countDisplay) " program(s), "
        trim(secondCountDisplay) " statement(s), " trim(thirdCountDisplay) " variant(s)  ["
        trim(groupTableKey(groupPickIndex)) "]"

    move zeros to variantOrdinal
    perform varying variantIndex from 1 by 1 until variantIndex > variantCount
        if variantGroup(variantIndex) = groupPickIndex
            perform 62-report-one-variant
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> One variant: its normalized text, 100 characters a line, and every
*> program and statement number that codes it.
*>------------------------------------------------------------------------------
62-report-one-variant.

    add 1 to variantOrdinal
    move variantOrdinal to rankDisplay
    move variantUses(variantIndex) to countDisplay
    display "    variant " trim(rankDisplay) " (" trim(countDisplay) " statement(s)):"
    move stored-char-length(variantText(variantIndex)) to normalizedLength
    perform varying textPointer from 1 by 100 until textPointer > normalizedLength
        move 100 to textSliceLength
        if textPointer + textSliceLength - 1 > normalizedLength
            compute textSliceLength = normalizedLength - textPointer + 1
        end-if
        display "        " variantText(variantIndex)(textPointer:textSliceLength)
    end-perform
    perform varying usageIndex from 1 by 1 until usageIndex > usageCount
        if usageVariant(usageIndex) = variantIndex
            move usageProgram(usageIndex) to programIndex
            move usageStatement(usageIndex) to statementDisplay
            display "          " trim(programName(programIndex)) "  statement " trim(statementDisplay)
        end-if
    end-perform.

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
