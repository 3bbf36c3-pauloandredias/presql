*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlFailReport.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Inquiry program over the failure journal presqlFailRecord appends to
*> when a program precompiled with -F gets a negative SQLCODE. Lists each
*> failure - when, which program and statement, SQLCODE, SQLSTATE and the
*> message text, the statement's SQL text out of the program's
*> .presql.listing, and the input host-variable values the call was
*> made with - narrowed to one program (or a name prefix), one statement
*> number, and a date range, so on-call can reproduce the failure:
*>
*>     presqlFailReport -j <journal-file> [-p <program-prefix>]
*>                      [-s <statement>] [-f <from-date>] [-t <to-date>]
*>
*> Dates are yyyymmdd and inclusive; -f alone lists from that date on.
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
    select journalFile assign to journalFileName
    organization is line sequential
    file status is journalFileStatus.

    select listingFile assign to listingFileName
    organization is line sequential
    file status is listingFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd journalFile.
01 journalLine                  pic x(1100).

fd listingFile.
01 listingLine                  pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 journalFileStatus        pic x(002)  value spaces.
        88 journalEof           value "10"  false "00".
        88 journalNotFound      value "35"  false "00".
    03 listingFileStatus        pic x(002)  value spaces.
        88 listingEof           value "10"  false "00".
    03 selectionState           pic 9(001)  value zeros.
        88 failureIsSelected    value 1     false 0.
    03 tagState                 pic 9(001)  value zeros.
        88 theTagWasFound       value 1     false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-j         value "-j"  false spaces. *> The failure journal to list
        88 argumentIs-p         value "-p"  false spaces. *> Only programs whose name starts with this
        88 argumentIs-s         value "-s"  false spaces. *> Only this statement number
        88 argumentIs-f         value "-f"  false spaces. *> Only failures on or after this date
        88 argumentIs-t         value "-t"  false spaces. *> Only failures on or before this date

01 inquiryControls.
    03 journalFileName          pic x(255)  value spaces.
    03 wantedProgramPrefix      pic x(060)  value spaces.
    03 wantedProgramPrefixLength binary-short unsigned value zeros.
    03 wantedStatementText      pic x(010)  value spaces.
    03 wantedStatement          pic 9(003)  value zeros.
    03 fromDate                 pic x(008)  value low-values.
    03 toDate                   pic x(008)  value high-values.

*>------------------------------------------------------------------------------
*> The journal's two record types, as presqlFailRecord writes them.
*>------------------------------------------------------------------------------
01 failureRecord.
    03 failureRecordType        pic x(001).
    03 filler                   pic x(001).
    03 failureRecordDate        pic x(008).
    03 filler                   pic x(001).
    03 failureRecordTime        pic x(008).
    03 filler                   pic x(001).
    03 failureRecordStatement   pic 9(003).
    03 filler                   pic x(001).
    03 failureRecordSqlcode     pic s9(9)  sign leading separate.
    03 filler                   pic x(001).
    03 failureRecordSqlstate    pic x(005).
    03 filler                   pic x(001).
    03 failureRecordValues      pic 9(003).
    03 filler                   pic x(001).
    03 failureRecordProgram     pic x(060).
    03 filler                   pic x(001).
    03 failureRecordMessageLength pic 9(002).
    03 filler                   pic x(001).
    03 failureRecordMessage     pic x(070).

01 valueRecord.
    03 valueRecordType          pic x(001).
    03 filler                   pic x(001).
    03 valueRecordSlot          pic 9(004).
    03 filler                   pic x(001).
    03 valueRecordForm          pic x(001).
    03 filler                   pic x(001).
    03 valueRecordLength        pic 9(005).
    03 filler                   pic x(001).
    03 valueRecordValue         pic x(1000).

*>------------------------------------------------------------------------------
*> Statement text lookup against the program's .presql.listing file, the
*> same way presqlStatsReport joins its statistics to their SQL.
*>------------------------------------------------------------------------------
01 listingControls.
    03 listingFileName          pic x(255) value spaces.
    03 listingStatementTag      pic x(020) value spaces.
    03 listingSourceName        pic x(060) value spaces.
    03 statementTextFound       pic x(120) value spaces.

01 displayFields.
    03 sqlcodeDisplay           pic -(8)9  value zeros.
    03 statementDisplay         pic zz9    value zeros.
    03 slotDisplay              pic zzz9   value zeros.
    03 lengthDisplay            pic zzzz9  value zeros.
    03 countDisplay             pic zzzzzzz9 value zeros.
    03 failuresListed           binary-long unsigned value zeros.
    03 failuresRead             binary-long unsigned value zeros.
    03 valueDisplayLength       binary-short unsigned value zeros.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-list-the-journal
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

    if journalFileName = spaces
        move "(ERROR): PSQL2301E Usage: presqlFailReport -j <journal-file> [-p <program-prefix>] [-s <statement>] [-f <from-date>] [-t <to-date>]" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if

    if wantedProgramPrefix not = spaces
        move stored-char-length(wantedProgramPrefix) to wantedProgramPrefixLength
    end-if
    if wantedStatementText not = spaces
        if trim(wantedStatementText) is not numeric
            string "(ERROR): PSQL2303E Statement number " trim(wantedStatementText) " is not numeric" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
        else
            move numval(wantedStatementText) to wantedStatement
        end-if
    end-if
    if (fromDate not = low-values and fromDate is not numeric) or
       (toDate not = high-values and toDate is not numeric)
        move "(ERROR): PSQL2304E Dates are informed as yyyymmdd" to logText
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
        when "-j" set argumentIs-j to true
        when "-p" set argumentIs-p to true
        when "-s" set argumentIs-s to true
        when "-f" set argumentIs-f to true
        when "-t" set argumentIs-t to true
        when other
            evaluate true
                when argumentIs-j
                    move argumentText to journalFileName
                when argumentIs-p
                    move argumentText to wantedProgramPrefix
                when argumentIs-s
                    move argumentText to wantedStatementText
                when argumentIs-f
                    move argumentText to fromDate
                when argumentIs-t
                    move argumentText to toDate
                when other
                    string "(ERROR): PSQL2302E Unexpected argument " trim(argumentText) delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
            end-evaluate
            move spaces to argumentState
    end-evaluate.

*>------------------------------------------------------------------------------
*> One pass over the journal: an F record decides whether the failure is
*> wanted, and its V records follow it.
*>------------------------------------------------------------------------------
2-list-the-journal.

    open input journalFile
    if journalNotFound
        string "(ERROR): PSQL2305E Failure journal " trim(journalFileName) " not found" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if journalFileStatus not = "00"
        string "(ERROR): PSQL2306E Opening " trim(journalFileName) " failed with file-status " journalFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    display "Failure journal " trim(journalFileName)
    set failureIsSelected to false
    read journalFile next record at end set journalEof to true end-read
    perform until journalEof
        evaluate journalLine(1:1)
            when "F"
                move journalLine to failureRecord
                add 1 to failuresRead
                perform 21-select-the-failure
                if failureIsSelected
                    perform 22-report-the-failure
                end-if
            when "V"
                if failureIsSelected
                    move journalLine to valueRecord
                    perform 23-report-one-value
                end-if
            when other
                continue
        end-evaluate
        read journalFile next record at end set journalEof to true end-read
    end-perform
    close journalFile

    display " "
    move failuresListed to countDisplay
    if failuresRead = failuresListed
        display trim(countDisplay) " failures listed"
    else
        move failuresRead to lengthDisplay
        display trim(countDisplay) " failures listed of " trim(lengthDisplay) " in the journal"
    end-if.

*>------------------------------------------------------------------------------
*> Program prefix, statement number and date range, each when informed.
*>------------------------------------------------------------------------------
21-select-the-failure.

    set failureIsSelected to false
    if wantedProgramPrefix not = spaces
        if failureRecordProgram(1:wantedProgramPrefixLength) not = wantedProgramPrefix(1:wantedProgramPrefixLength)
            exit paragraph
        end-if
    end-if
    if wantedStatementText not = spaces and
       failureRecordStatement not = wantedStatement
        exit paragraph
    end-if
    if failureRecordDate < fromDate or failureRecordDate > toDate
        exit paragraph
    end-if
    set failureIsSelected to true.

*>------------------------------------------------------------------------------
*> The failure's heading lines; its input values follow as they are read.
*>------------------------------------------------------------------------------
22-report-the-failure.

    add 1 to failuresListed
    move failureRecordSqlcode to sqlcodeDisplay
    move failureRecordStatement to statementDisplay
    display " "
    display failureRecordDate(1:4) "-" failureRecordDate(5:2) "-" failureRecordDate(7:2)
        " " failureRecordTime(1:2) ":" failureRecordTime(3:2) ":" failureRecordTime(5:2)
        "." failureRecordTime(7:2)
        "  " trim(failureRecordProgram)
        " statement " trim(statementDisplay)
        ": SQLCODE " trim(sqlcodeDisplay)
        " SQLSTATE " failureRecordSqlstate
    if failureRecordMessageLength > zeros
        display "    message:   " failureRecordMessage(1:failureRecordMessageLength)
    end-if
    perform 24-look-up-statement-text
    display "    statement: [" trim(statementTextFound) "]"
    if failureRecordValues = zeros
        display "    (no input host variables)"
    end-if.

*>------------------------------------------------------------------------------
*> One input value, the way the journal carries it.
*>------------------------------------------------------------------------------
23-report-one-value.

    move valueRecordSlot to slotDisplay
    move valueRecordLength to lengthDisplay
    evaluate valueRecordForm
        when "M"
            display "    input " trim(slotDisplay) ": ******** (masked, " trim(lengthDisplay) " bytes)"
        when "N"
            display "    input " trim(slotDisplay) ": null"
        when "X"
            compute valueDisplayLength = valueRecordLength * 2
            if valueDisplayLength = zeros
                move 1 to valueDisplayLength
            end-if
            display "    input " trim(slotDisplay) ": X'" valueRecordValue(1:valueDisplayLength) "'"
        when other
            move valueRecordLength to valueDisplayLength
            if valueDisplayLength = zeros
                display "    input " trim(slotDisplay) ": ''"
            else
                display "    input " trim(slotDisplay) ": '" valueRecordValue(1:valueDisplayLength) "'"
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> Joins the failure to its SQL text: the .presql.listing file sits next
*> to the program's source, and the line after the "Statement nnn:" tag
*> carries the first slice of the text. A program unit of a
*> multi-program source ("source(PROGRAM-ID)") shares the source's
*> listing; a listing that cannot be found leaves the text out.
*>------------------------------------------------------------------------------
24-look-up-statement-text.

    move "(text unavailable)" to statementTextFound
    move spaces to listingSourceName
    unstring failureRecordProgram delimited by "(" into listingSourceName
    move spaces to listingFileName
    string trim(listingSourceName) ".presql.listing" delimited by size into listingFileName

    open input listingFile
    if listingFileStatus not = "00"
        move spaces to listingFileStatus
        exit paragraph
    end-if

    move spaces to listingStatementTag
    string "Statement " failureRecordStatement ":" delimited by size into listingStatementTag

    set theTagWasFound to false
    read listingFile next record at end set listingEof to true end-read
    perform until listingEof
        if theTagWasFound
            move listingLine(1:120) to statementTextFound
            set listingEof to true
        else
            if listingLine(1:14) = listingStatementTag(1:14)
                set theTagWasFound to true
            end-if
            read listingFile next record at end set listingEof to true end-read
        end-if
    end-perform
    close listingFile
    move spaces to listingFileStatus.

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
