*>===============================================================================
identification division.
*>===============================================================================
*> INITIAL: an application's error routine may call this formatter many
*> times in one run, and every call must start from fresh working storage
*> - a leftover explanation or statement text from the previous failure
*> would be reported against the next one.
program-id. presqlSqlMessage initial.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Run-time SQL failure message formatter: an application's SQL error
*> routine calls this subprogram with the injected SQLCA and the
*> generated SQL-MSG-INFO area, and gets back SQL-MSG-COUNT ready-made
*> lines, none wider than SQL-MSG-WIDTH (40 to 132; 80 when not valid),
*> to DISPLAY on the console or write to the job log:
*>   - a heading: severity, program, statement number, SQLCODE, SQLSTATE
*>   - the shop's explanation of the SQLCODE/SQLSTATE pair
*>   - the database's own message text (SQLERRMC)
*>   - the statement text, out of the program's listing or bind file
*> Longer texts wrap at a blank, continuation lines indented two places;
*> a message that would need more than 24 lines ends with "...".
*>
*> The explanation table is a line-sequential file named by the
*> PRESQL_SQLEXPLAIN environment variable ("presql.sqlexplain" when not
*> set), maintained by the shop. Each line reads
*>     <sqlcode> <sqlstate> <explanation text>
*> where <sqlcode> is a signed number or "any", and <sqlstate> is the
*> full five-character state, its two-character class, or "any". Lines
*> beginning with "*" are comments. The most specific match wins: the
*> SQLCODE with the exact state, with the class, with any state, then
*> any SQLCODE with the exact state, the class and finally "any any" as
*> the shop's catch-all; several lines with the same winning key are
*> joined into one explanation.
*>
*> The statement text comes from the file SQL-MSG-SOURCE names, either
*> the .presql.listing or the .presql.bind the precompile wrote (the
*> format is recognised by its content). Left blank, the program's own
*> <SQL-MSG-PROGRAM>.presql.listing is looked for in the directory
*> PRESQL_LISTPATH names (the current one when not set), then its
*> .presql.bind in the directory PRESQL_BINDPATH names. A text that
*> cannot be found is reported as such rather than failing the call:
*> the SQLCA is never changed.
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
    select explainFile assign to explainFileName
    organization is line sequential
    file status is explainFileStatus.

    select textFile assign to textFileName
    organization is line sequential
    file status is textFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd explainFile.
01 explainLine                  pic x(255).

fd textFile.
01 textLine                     pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 explainControls.
    03 explainFileName          pic x(255) value spaces.
    03 explainFileStatus        pic x(002) value spaces.
        88 explainEof           value "10" false "00".
    03 explainWork              pic x(255) value spaces.
    03 explainCodeWord          pic x(020) value spaces.
    03 explainStateWord         pic x(020) value spaces.
    03 explainPointer           binary-short unsigned value zeros.
    03 explainRank              binary-short unsigned value zeros.
    03 bestRank                 binary-short unsigned value zeros.
    03 codeMatch                pic 9(001) value zeros.
        88 codeMatchesExactly   value 1.
        88 codeMatchesAny       value 2.
        88 codeDoesNotMatch     value 0.
    03 upperState               pic x(005) value spaces.
    03 upperStateWord           pic x(020) value spaces.
    03 explanationText          pic x(2000) value spaces.
    03 explanationLength        binary-short unsigned value zeros.
    03 explainPieceLength       binary-short unsigned value zeros.

01 textControls.
    03 textFileName             pic x(255) value spaces.
    03 textFileStatus           pic x(002) value spaces.
        88 textEof              value "10" false "00".
    03 textPathText             pic x(255) value spaces.
    03 wantedStatementText      pic x(003) value spaces.
    03 textState                pic 9(001) value zeros.
        88 insideWantedStatement value 1   false 0.
    03 foundState               pic 9(001) value zeros.
        88 theTextWasFound      value 1    false 0.
    *> Which kind of file the announcement showed this one to be: a
    *> listing slice may well begin with "+" or "*", a bind record never
    *> holds a bare slice.
    03 textKind                 pic x(001) value spaces.
        88 textIsAListing       value "L".
        88 textIsABindFile      value "B".
    03 statementText            pic x(4000) value spaces.
    03 statementLength          binary-short unsigned value zeros.
    03 chunkLength              binary-short unsigned value zeros.
    *> The program's base name, cut for the path redirections.
    03 programBaseName          pic x(255) value spaces.
    03 lastSlashPosition        binary-short unsigned value zeros.
    03 slashScanIndex           binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The statement text as printed: runs of blanks outside literals fold to
*> one, so a statement laid out over many source lines reads as one.
*>------------------------------------------------------------------------------
01 foldControls.
    03 foldedText               pic x(4000) value spaces.
    03 foldedLength             binary-short unsigned value zeros.
    03 foldIndex                binary-short unsigned value zeros.
    03 foldChar                 pic x(001) value spaces.
    03 foldQuote                pic x(001) value spaces.
    03 previousFoldChar         pic x(001) value spaces.

01 formatControls.
    03 lineWidth                binary-short unsigned value zeros.
    03 lineMax                  binary-short unsigned value 24.
    03 severityText             pic x(020) value spaces.
    03 sqlcodeDisplay           pic -(8)9  value zeros.
    03 headingText              pic x(300) value spaces.
    03 errmLength               binary-short unsigned value zeros.
    *> The text being wrapped: a lead-in followed by the body.
    03 wrapText                 pic x(6000) value spaces.
    03 wrapLength               binary-short unsigned value zeros.
    03 wrapPointer              binary-short unsigned value zeros.
    03 wrapRoom                 binary-short unsigned value zeros.
    03 wrapIndent               binary-short unsigned value zeros.
    03 wrapTake                 binary-short unsigned value zeros.
    03 wrapBreak                binary-short unsigned value zeros.
    03 wrapScan                 binary-short unsigned value zeros.
    03 overflowState            pic 9(001) value zeros.
        88 theMessageOverflowed value 1    false 0.

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
*> not arrive in that usage, so fixed word positions are passed through
*> these typed ordinals instead.
*>------------------------------------------------------------------------------
01 wordOrdinals.
    03 firstWord                binary-short unsigned value 1.
    03 secondWord               binary-short unsigned value 2.

*>------------------------------------------------------------------------------
linkage section.
*>------------------------------------------------------------------------------
01 SQLCA.
    05 SQLCAID                  pic x(8).
    05 SQLCABC                  pic s9(9)  comp-5.
    05 SQLCODE                  pic s9(9)  comp-5.
    05 SQLERRM.
        49 SQLERRML             pic s9(4)  comp-5.
        49 SQLERRMC             pic x(70).
    05 SQLERRP                  pic x(8).
    05 SQLERRD                  pic s9(9)  comp-5 occurs 6.
    05 SQLWARN-AREA             pic x(8).
    05 SQLSTATE                 pic x(5).

01 SQL-MSG-INFO.
    03 SQL-MSG-PROGRAM          pic x(060).
    03 SQL-MSG-STMT             pic 9(003).
    03 SQL-MSG-SOURCE           pic x(255).
    03 SQL-MSG-WIDTH            pic 9(003).
    03 SQL-MSG-COUNT            pic 9(002).
    03 SQL-MSG-LINE             pic x(132) occurs 24.

*>==================================================================================================
procedure division using SQLCA, SQL-MSG-INFO.
*>==================================================================================================
0-main.

    move zeros to SQL-MSG-COUNT
    perform varying wrapScan from 1 by 1 until wrapScan > lineMax
        move spaces to SQL-MSG-LINE(wrapScan)
    end-perform

    if SQL-MSG-WIDTH is numeric and
       SQL-MSG-WIDTH >= 40 and SQL-MSG-WIDTH <= 132
        move SQL-MSG-WIDTH to lineWidth
    else
        move 80 to lineWidth
    end-if

    perform 1-write-the-heading
    perform 2-look-up-the-explanation
    perform 3-write-the-explanation
    perform 4-write-the-database-message
    if SQL-MSG-STMT is numeric and SQL-MSG-STMT > zeros
        perform 5-load-the-statement-text
        perform 6-write-the-statement-text
    end-if

    goback.

*>------------------------------------------------------------------------------
*> The heading names the outcome the way the console operator thinks of
*> it, then the program, the statement and the two codes.
*>------------------------------------------------------------------------------
1-write-the-heading.

    evaluate true
        when SQLCODE < zeros
            move "SQL ERROR" to severityText
        when SQLCODE = 100
            move "SQL NOT FOUND" to severityText
        when SQLCODE > zeros
            move "SQL WARNING" to severityText
        when other
            move "SQL OK" to severityText
    end-evaluate

    move SQLCODE to sqlcodeDisplay
    move spaces to headingText
    if SQL-MSG-STMT is numeric and SQL-MSG-STMT > zeros
        string trim(severityText) " in " trim(SQL-MSG-PROGRAM)
               " statement " SQL-MSG-STMT ": SQLCODE " trim(sqlcodeDisplay)
               " SQLSTATE " SQLSTATE
               delimited by size into headingText
    else
        string trim(severityText) " in " trim(SQL-MSG-PROGRAM)
               ": SQLCODE " trim(sqlcodeDisplay)
               " SQLSTATE " SQLSTATE
               delimited by size into headingText
    end-if

    move headingText to wrapText
    perform 8-wrap-the-text.

*>------------------------------------------------------------------------------
*> Reads the shop's explanation table and keeps the text of the most
*> specific key that matches this SQLCODE and SQLSTATE.
*>------------------------------------------------------------------------------
2-look-up-the-explanation.

    display "PRESQL_SQLEXPLAIN" upon environment-name
    accept explainFileName from environment-value
    if explainFileName = spaces
        move "presql.sqlexplain" to explainFileName
    end-if

    move upper-case(SQLSTATE) to upperState
    move zeros to bestRank
    move spaces to explanationText
    move zeros to explanationLength

    open input explainFile
    if explainFileStatus not = "00"
        exit paragraph
    end-if

    read explainFile next record at end set explainEof to true end-read
    perform until explainEof
        if explainLine not = spaces and explainLine(1:1) not = "*"
            perform 21-rank-one-explanation
        end-if
        read explainFile next record at end set explainEof to true end-read
    end-perform
    close explainFile.

*>------------------------------------------------------------------------------
*> One table line: its SQLCODE and SQLSTATE keys are ranked against the
*> failure (6 the most specific, 1 the catch-all, 0 no match); a better
*> rank replaces the explanation, an equal one continues it.
*>------------------------------------------------------------------------------
21-rank-one-explanation.

    move trim(explainLine) to explainWork
    move spaces to explainCodeWord explainStateWord
    move 1 to explainPointer
    unstring explainWork delimited by all spaces
        into explainCodeWord explainStateWord
        with pointer explainPointer
    end-unstring

    set codeDoesNotMatch to true
    if lower-case(explainCodeWord) = "any"
        set codeMatchesAny to true
    else
        if test-numval(explainCodeWord) = zeros
            if numval(explainCodeWord) = SQLCODE
                set codeMatchesExactly to true
            end-if
        end-if
    end-if
    if codeDoesNotMatch
        exit paragraph
    end-if

    move upper-case(explainStateWord) to upperStateWord
    move zeros to explainRank
    evaluate true
        when upperStateWord = "ANY"
            move 1 to explainRank
        when stored-char-length(trim(upperStateWord)) = 2 and
             upperStateWord(1:2) = upperState(1:2)
            move 2 to explainRank
        when stored-char-length(trim(upperStateWord)) = 5 and
             upperStateWord(1:5) = upperState
            move 3 to explainRank
        when other
            exit paragraph
    end-evaluate
    if codeMatchesExactly
        add 3 to explainRank
    end-if

    if explainRank < bestRank
        exit paragraph
    end-if
    if explainRank > bestRank
        move explainRank to bestRank
        move spaces to explanationText
        move zeros to explanationLength
    end-if

    if explainPointer > 255 or explainWork(explainPointer:) = spaces
        exit paragraph
    end-if
    move stored-char-length(trim(explainWork(explainPointer:))) to explainPieceLength
    if explanationLength > zeros
        add 1 to explanationLength
    end-if
    if explanationLength + explainPieceLength > 2000
        exit paragraph
    end-if
    move trim(explainWork(explainPointer:)) to explanationText(explanationLength + 1:explainPieceLength)
    add explainPieceLength to explanationLength.

*>------------------------------------------------------------------------------
*> The explanation, or a line saying the shop has none for this pair -
*> which is itself the prompt to add one to the table.
*>------------------------------------------------------------------------------
3-write-the-explanation.

    move spaces to wrapText
    if explanationLength > zeros
        string "Explanation: " explanationText(1:explanationLength)
               delimited by size into wrapText
    else
        string "Explanation: none on file in " trim(explainFileName)
               " for SQLCODE " trim(sqlcodeDisplay)
               " SQLSTATE " SQLSTATE
               delimited by size into wrapText
    end-if
    perform 8-wrap-the-text.

*>------------------------------------------------------------------------------
*> The database's own message text, as long as SQLERRML says it is.
*>------------------------------------------------------------------------------
4-write-the-database-message.

    if SQLERRML <= zeros or SQLERRMC = spaces
        exit paragraph
    end-if
    move SQLERRML to errmLength
    if errmLength > 70
        move 70 to errmLength
    end-if

    move spaces to wrapText
    string "Database message: " SQLERRMC(1:errmLength)
           delimited by size into wrapText
    perform 8-wrap-the-text.

*>------------------------------------------------------------------------------
*> Finds the statement's text: the named file, or the program's listing
*> and then its bind file.
*>------------------------------------------------------------------------------
5-load-the-statement-text.

    move SQL-MSG-STMT to wantedStatementText

    if SQL-MSG-SOURCE not = spaces
        move SQL-MSG-SOURCE to textFileName
        perform 51-read-the-text-file
        exit paragraph
    end-if

    perform 53-cut-the-base-name

    display "PRESQL_LISTPATH" upon environment-name
    accept textPathText from environment-value
    move spaces to textFileName
    if textPathText = spaces
        string trim(SQL-MSG-PROGRAM) ".presql.listing" delimited by size into textFileName
    else
        string trim(textPathText) "/" trim(programBaseName) ".presql.listing" delimited by size into textFileName
    end-if
    perform 51-read-the-text-file
    if theTextWasFound
        exit paragraph
    end-if

    display "PRESQL_BINDPATH" upon environment-name
    accept textPathText from environment-value
    move spaces to textFileName
    if textPathText = spaces
        string trim(SQL-MSG-PROGRAM) ".presql.bind" delimited by size into textFileName
    else
        string trim(textPathText) "/" trim(programBaseName) ".presql.bind" delimited by size into textFileName
    end-if
    perform 51-read-the-text-file.

*>------------------------------------------------------------------------------
*> Reads a listing or a bind file for the wanted statement; either kind
*> is recognised by its records, so the caller need not say which.
*>------------------------------------------------------------------------------
51-read-the-text-file.

    set textEof to false
    move spaces to textKind
    open input textFile
    if textFileStatus not = "00"
        exit paragraph
    end-if

    read textFile next record at end set textEof to true end-read
    perform until textEof or theTextWasFound
        perform 52-take-one-text-record
        read textFile next record at end set textEof to true end-read
    end-perform
    if insideWantedStatement
        set theTextWasFound to true
    end-if
    close textFile.

*>------------------------------------------------------------------------------
*> A listing announces a statement with a "Statement nnn:" line and
*> follows it with 255-character slices of its text up to the complexity
*> score; a bind file announces it with "stmt <n>" and carries the text
*> in "+<len><chunk>" records. Either announcement of another statement
*> closes the wanted one.
*>------------------------------------------------------------------------------
52-take-one-text-record.

    if textLine(1:10) = "Statement " and
       textLine(11:3) is numeric and
       textLine(14:1) = ":"
        set textIsAListing to true
        if insideWantedStatement
            set theTextWasFound to true
        else
            if textLine(11:3) = wantedStatementText
                set insideWantedStatement to true
            end-if
        end-if
        exit paragraph
    end-if

    if textLine(1:5) = "stmt " and not textIsAListing
        set textIsABindFile to true
        if insideWantedStatement
            set theTextWasFound to true
        else
            if numval(getWord(textLine, secondWord)) = SQL-MSG-STMT
                set insideWantedStatement to true
            end-if
        end-if
        exit paragraph
    end-if

    if not insideWantedStatement
        exit paragraph
    end-if

    if textIsABindFile
        perform 521-take-one-bind-record
        exit paragraph
    end-if

    if textLine = spaces or textLine(1:17) = "Complexity score "
        set theTextWasFound to true
        exit paragraph
    end-if

    if statementLength + 255 <= 4000
        move textLine to statementText(statementLength + 1:255)
        add 255 to statementLength
    end-if.

*>------------------------------------------------------------------------------
*> A bind file record inside the wanted statement: a text chunk, or one
*> of the trailers and comments that are not text.
*>------------------------------------------------------------------------------
521-take-one-bind-record.

    if textLine(1:1) = "+"
        move numval(textLine(2:3)) to chunkLength
        if chunkLength > 250
            move 250 to chunkLength
        end-if
        if chunkLength > zeros and statementLength + chunkLength <= 4000
            move textLine(5:chunkLength) to statementText(statementLength + 1:chunkLength)
            add chunkLength to statementLength
        end-if
    end-if

    *> The trailers follow the last statement's text.
    if trim(getWord(textLine, firstWord)) = "statements"
        set theTextWasFound to true
    end-if.

*>------------------------------------------------------------------------------
*> Strips the directory portion off the program name, the way the suite's
*> other base-name cuts do, for the PRESQL_LISTPATH and PRESQL_BINDPATH
*> redirections.
*>------------------------------------------------------------------------------
53-cut-the-base-name.

    move zeros to lastSlashPosition
    perform varying slashScanIndex from 1 by 1
              until slashScanIndex > stored-char-length(trim(SQL-MSG-PROGRAM))
        if SQL-MSG-PROGRAM(slashScanIndex:1) = "/"
            move slashScanIndex to lastSlashPosition
        end-if
    end-perform

    if lastSlashPosition > zeros
        move SQL-MSG-PROGRAM(lastSlashPosition + 1:) to programBaseName
    else
        move SQL-MSG-PROGRAM to programBaseName
    end-if.

*>------------------------------------------------------------------------------
*> The statement text, blanks folded, or where it was looked for.
*>------------------------------------------------------------------------------
6-write-the-statement-text.

    move spaces to wrapText
    if not theTextWasFound or statementText = spaces
        string "Statement: text of statement " SQL-MSG-STMT
               " not found in " trim(textFileName)
               delimited by size into wrapText
        perform 8-wrap-the-text
        exit paragraph
    end-if

    perform 61-fold-the-blanks
    string "Statement: " foldedText(1:foldedLength)
           delimited by size into wrapText
    perform 8-wrap-the-text.

*>------------------------------------------------------------------------------
*> Folds each run of blanks to one outside quoted literals, whose content
*> is shown exactly as coded.
*>------------------------------------------------------------------------------
61-fold-the-blanks.

    move spaces to foldedText foldQuote
    move zeros to foldedLength
    move space to previousFoldChar
    move stored-char-length(trim(statementText trailing)) to statementLength

    perform varying foldIndex from 1 by 1 until foldIndex > statementLength
        move statementText(foldIndex:1) to foldChar
        evaluate true
            when foldQuote not = space
                if foldChar = foldQuote
                    move space to foldQuote
                end-if
            when foldChar = "'" or foldChar = quote
                move foldChar to foldQuote
            when foldChar = space and
                 (previousFoldChar = space or foldedLength = zeros)
                exit perform cycle
        end-evaluate
        add 1 to foldedLength
        move foldChar to foldedText(foldedLength:1)
        move foldChar to previousFoldChar
    end-perform

    if foldedLength = zeros
        move 1 to foldedLength
    end-if.

*>------------------------------------------------------------------------------
*> Breaks wrapText into reply lines of lineWidth: each piece ends at the
*> last blank that fits (or is cut at the width when a single word is
*> longer), continuation pieces are indented two places, and a reply
*> already holding its 24 lines marks the last one with "..." instead.
*>------------------------------------------------------------------------------
8-wrap-the-text.

    if theMessageOverflowed
        exit paragraph
    end-if

    move stored-char-length(trim(wrapText trailing)) to wrapLength
    move 1 to wrapPointer
    move zeros to wrapIndent

    perform until wrapPointer > wrapLength
        if SQL-MSG-COUNT >= lineMax
            set theMessageOverflowed to true
            move "..." to SQL-MSG-LINE(lineMax)(lineWidth - 2:3)
            exit perform
        end-if

        compute wrapRoom = lineWidth - wrapIndent
        if wrapLength - wrapPointer + 1 <= wrapRoom
            compute wrapTake = wrapLength - wrapPointer + 1
        else
            move zeros to wrapBreak
            compute wrapScan = wrapPointer + wrapRoom
            perform varying wrapScan from wrapScan by -1
                      until wrapScan <= wrapPointer
                if wrapText(wrapScan:1) = space
                    move wrapScan to wrapBreak
                    exit perform
                end-if
            end-perform
            if wrapBreak > zeros
                compute wrapTake = wrapBreak - wrapPointer
            else
                move wrapRoom to wrapTake
            end-if
        end-if

        add 1 to SQL-MSG-COUNT
        move spaces to SQL-MSG-LINE(SQL-MSG-COUNT)
        move wrapText(wrapPointer:wrapTake) to SQL-MSG-LINE(SQL-MSG-COUNT)(wrapIndent + 1:wrapRoom)
        add wrapTake to wrapPointer
        perform until wrapPointer > wrapLength or wrapText(wrapPointer:1) not = space
            add 1 to wrapPointer
        end-perform
        move 2 to wrapIndent
    end-perform.
