*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlDriftReport.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Cross-environment drift report over the deployment ledger presqlInstall
*> and presqlRestore keep (one entry per program and environment: run id,
*> output generation, output checksum, when and by whom). Compares two
*> environments and lists every program whose installed output differs
*> between them, or that is installed in only one, and for each program
*> that differs, the statements whose text differs - read out of the
*> .presql.listing file each environment's install left behind. That is
*> the sign-off question: "is the AP0340 in PROD the one QA tested?"
*>
*>     presqlDriftReport -f <ledger-file> -a <environment> -b <environment>
*>
*> Return code 4 when the environments differ at all, 0 when they match.
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
    select ledgerFile assign to ledgerFileName
    organization is indexed
    access mode is dynamic
    record key is ledgerKey
    file status is ledgerFileStatus.

    select listingFile assign to listingFileName
    organization is line sequential
    file status is listingFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
*>------------------------------------------------------------------------------
*> The deployment ledger: what is installed where. presqlInstall and
*> presqlRestore carry the same layout.
*>------------------------------------------------------------------------------
fd ledgerFile.
01 ledgerRecord.
    03 ledgerKey.
        05 ledgerProgramName    pic x(060).
        05 ledgerEnvironment    pic x(008).
    03 ledgerRunId              pic x(020).
    03 ledgerGeneration         pic 9(002).
    03 ledgerOutputChecksum     pic 9(010).
    03 ledgerInstalledDate      pic x(008).
    03 ledgerInstalledTime      pic x(006).
    03 ledgerInstalledBy        pic x(032).
    03 ledgerAction             pic x(008).
    03 ledgerPackageId          pic x(020).
    03 ledgerListingFileName    pic x(255).

fd listingFile.
01 listingLine                  pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 ledgerFileStatus         pic x(002)  value spaces.
        88 ledgerEof            value "10"  false "00".
        88 ledgerNotFound       value "35"  false "00".
    03 listingFileStatus        pic x(002)  value spaces.
        88 listingEof           value "10"  false "00".

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-f         value "-f"  false spaces. *> The deployment ledger to report over
        88 argumentIs-a         value "-a"  false spaces. *> The first environment to compare
        88 argumentIs-b         value "-b"  false spaces. *> The second environment to compare

01 reportControls.
    03 ledgerFileName           pic x(255)  value spaces.
    03 environmentA             pic x(008)  value spaces.
    03 environmentB             pic x(008)  value spaces.
    03 listingFileName          pic x(255)  value spaces.
    03 countDisplay             pic zzzz9   value zeros.
    03 statementDisplay         pic 9(003)  value zeros.

*>------------------------------------------------------------------------------
*> Every program either environment has, with both sides' entries. A side
*> with no entry has a blank run id and no action.
*>------------------------------------------------------------------------------
01 programControls.
    03 programCount             binary-short unsigned value zeros.
    03 programMax               binary-short unsigned value 2000.
    03 programEntry             occurs 2000.
        05 programName          pic x(060).
        05 programSide          occurs 2.
            07 sideAction       pic x(008).
            07 sideRunId        pic x(020).
            07 sideGeneration   pic 9(002).
            07 sideChecksum     pic 9(010).
            07 sideDate         pic x(008).
            07 sideTime         pic x(006).
            07 sideUser         pic x(032).
            07 sideListing      pic x(255).
    03 programIndex             binary-short unsigned value zeros.
    03 sideIndex                binary-short unsigned value zeros.

01 tallyControls.
    03 programsSame             binary-short unsigned value zeros.
    03 programsDifferent        binary-short unsigned value zeros.
    03 programsOnlyInA          binary-short unsigned value zeros.
    03 programsOnlyInB          binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The statements of one program's listing on each side, by statement
*> number: a checksum over the whole text and its first slice to show.
*>------------------------------------------------------------------------------
01 statementControls.
    03 statementSide            occurs 2.
        05 sideListingState     pic 9(001).
            88 sideListingWasRead value 1 false 0.
        05 statementSlot        occurs 999.
            07 statementPresent pic 9(001).
                88 statementIsThere value 1 false 0.
            07 statementChecksum pic 9(010).
            07 statementText    pic x(120).
    03 statementNumber          binary-short unsigned value zeros.
    03 currentStatement         binary-short unsigned value zeros.
    03 statementLineLength      binary-long unsigned value zeros.
    03 checksumCharIndex        binary-long unsigned value zeros.
    03 statementsDiffering      binary-short unsigned value zeros.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-load-the-ledger
    end-if
    if itIsOkSoFar
        perform 3-report-the-drift
    end-if

    if thereWasAnError
        move 12 to return-code
    else
        if programsDifferent + programsOnlyInA + programsOnlyInB > zeros
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

    if ledgerFileName = spaces or environmentA = spaces or environmentB = spaces
        move "(ERROR): PSQL2601E Usage: presqlDriftReport -f <ledger-file> -a <environment> -b <environment>" to logText
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
        when "-f" set argumentIs-f to true
        when "-a" set argumentIs-a to true
        when "-b" set argumentIs-b to true
        when other
            evaluate true
                when argumentIs-f
                    move argumentText to ledgerFileName
                when argumentIs-a
                    move upper-case(argumentText) to environmentA
                when argumentIs-b
                    move upper-case(argumentText) to environmentB
                when other
                    string "(ERROR): PSQL2602E Unexpected argument " trim(argumentText) delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
            end-evaluate
            move spaces to argumentState
    end-evaluate.

*>------------------------------------------------------------------------------
*> One pass over the ledger in key order (program, then environment),
*> keeping the two environments' entries side by side.
*>------------------------------------------------------------------------------
2-load-the-ledger.

    open input ledgerFile
    if ledgerNotFound
        string "(ERROR): PSQL2603E Ledger " trim(ledgerFileName) " not found" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if ledgerFileStatus not = "00"
        string "(ERROR): PSQL2604E Opening " trim(ledgerFileName) " failed with file-status " ledgerFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read ledgerFile next record at end set ledgerEof to true end-read
    perform until ledgerEof
        evaluate ledgerEnvironment
            when environmentA
                move 1 to sideIndex
                perform 21-note-one-entry
            when environmentB
                move 2 to sideIndex
                perform 21-note-one-entry
            when other
                continue
        end-evaluate
        read ledgerFile next record at end set ledgerEof to true end-read
    end-perform
    close ledgerFile.

*>------------------------------------------------------------------------------
*> The ledger comes back in program order, so a program already noted is
*> always the last one.
*>------------------------------------------------------------------------------
21-note-one-entry.

    if programCount = zeros or programName(programCount) not = ledgerProgramName
        if programCount >= programMax
            move programMax to countDisplay
            string "(WARNING): PSQL2605W More than " trim(countDisplay) " programs; the report stops at " trim(ledgerProgramName) delimited by size into logText
            perform 90-write-log
            set ledgerEof to true
            exit paragraph
        end-if
        add 1 to programCount
        move ledgerProgramName to programName(programCount)
        move spaces to programSide(programCount, 1)
        move spaces to programSide(programCount, 2)
    end-if

    move ledgerAction to sideAction(programCount, sideIndex)
    move ledgerRunId to sideRunId(programCount, sideIndex)
    move ledgerGeneration to sideGeneration(programCount, sideIndex)
    move ledgerOutputChecksum to sideChecksum(programCount, sideIndex)
    move ledgerInstalledDate to sideDate(programCount, sideIndex)
    move ledgerInstalledTime to sideTime(programCount, sideIndex)
    move ledgerInstalledBy to sideUser(programCount, sideIndex)
    move ledgerListingFileName to sideListing(programCount, sideIndex).

*>------------------------------------------------------------------------------
*> Programs are the same when their outputs' checksums are; the run id
*> alone would call a rebuild of unchanged source a difference.
*>------------------------------------------------------------------------------
3-report-the-drift.

    display "Drift between " trim(environmentA) " and " trim(environmentB) " (ledger " trim(ledgerFileName) ")"

    perform varying programIndex from 1 by 1
              until programIndex > programCount
        evaluate true
            when sideAction(programIndex, 2) = spaces
                add 1 to programsOnlyInA
                display " "
                display trim(programName(programIndex)) " installed in " trim(environmentA) " only"
                move 1 to sideIndex
                perform 32-show-one-side
            when sideAction(programIndex, 1) = spaces
                add 1 to programsOnlyInB
                display " "
                display trim(programName(programIndex)) " installed in " trim(environmentB) " only"
                move 2 to sideIndex
                perform 32-show-one-side
            when sideChecksum(programIndex, 1) = sideChecksum(programIndex, 2)
                add 1 to programsSame
            when other
                add 1 to programsDifferent
                perform 31-report-one-program
        end-evaluate
    end-perform

    display " "
    move programCount to countDisplay
    display "Programs compared.............: " countDisplay
    move programsSame to countDisplay
    display "Same in both..................: " countDisplay
    move programsDifferent to countDisplay
    display "Different.....................: " countDisplay
    move programsOnlyInA to countDisplay
    display "Only in " trim(environmentA) ": " countDisplay
    move programsOnlyInB to countDisplay
    display "Only in " trim(environmentB) ": " countDisplay.

*>------------------------------------------------------------------------------
*> A program that differs: both installs, then statement by statement.
*>------------------------------------------------------------------------------
31-report-one-program.

    display " "
    display trim(programName(programIndex)) " differs"
    move 1 to sideIndex
    perform 32-show-one-side
    move 2 to sideIndex
    perform 32-show-one-side

    move 1 to sideIndex
    perform 33-load-one-listing
    move 2 to sideIndex
    perform 33-load-one-listing

    if not sideListingWasRead(1)
        display "    (statement text unavailable: no listing for " trim(environmentA) " was recorded, or it cannot be opened)"
    end-if
    if not sideListingWasRead(2)
        display "    (statement text unavailable: no listing for " trim(environmentB) " was recorded, or it cannot be opened)"
    end-if
    if not sideListingWasRead(1) or not sideListingWasRead(2)
        exit paragraph
    end-if

    move zeros to statementsDiffering
    perform varying statementNumber from 1 by 1
              until statementNumber > 999
        perform 34-compare-one-statement
    end-perform
    if statementsDiffering = zeros
        display "    (every statement's text is the same; the difference is in the program's other code)"
    end-if.

*>------------------------------------------------------------------------------
*> One environment's install of the program at hand.
*>------------------------------------------------------------------------------
32-show-one-side.

    if sideIndex = 1
        display "    " environmentA " run " sideRunId(programIndex, 1)
            " generation " sideGeneration(programIndex, 1)
            " " sideAction(programIndex, 1)
            " " sideDate(programIndex, 1) " " sideTime(programIndex, 1)
            " by " trim(sideUser(programIndex, 1))
    else
        display "    " environmentB " run " sideRunId(programIndex, 2)
            " generation " sideGeneration(programIndex, 2)
            " " sideAction(programIndex, 2)
            " " sideDate(programIndex, 2) " " sideTime(programIndex, 2)
            " by " trim(sideUser(programIndex, 2))
    end-if.

*>------------------------------------------------------------------------------
*> Reads one side's listing: a "Statement nnn:" tag, then the statement's
*> text in 255-byte slices up to a blank line or the "Complexity score"
*> line presqlStatements writes after them. The score line is not folded,
*> so listings from precompiler levels with and without it still compare.
*>------------------------------------------------------------------------------
33-load-one-listing.

    set sideListingWasRead(sideIndex) to false
    perform varying statementNumber from 1 by 1
              until statementNumber > 999
        set statementIsThere(sideIndex, statementNumber) to false
    end-perform
    if sideListing(programIndex, sideIndex) = spaces
        exit paragraph
    end-if

    move sideListing(programIndex, sideIndex) to listingFileName
    open input listingFile
    if listingFileStatus not = "00"
        move spaces to listingFileStatus
        exit paragraph
    end-if
    set sideListingWasRead(sideIndex) to true

    move zeros to currentStatement
    read listingFile next record at end set listingEof to true end-read
    perform until listingEof
        evaluate true
            when listingLine(1:10) = "Statement " and
                 listingLine(11:3) is numeric and listingLine(14:1) = ":"
                move listingLine(11:3) to statementDisplay
                move statementDisplay to currentStatement
                if currentStatement > zeros
                    set statementIsThere(sideIndex, currentStatement) to true
                    move zeros to statementChecksum(sideIndex, currentStatement)
                    move spaces to statementText(sideIndex, currentStatement)
                end-if
            when listingLine = spaces or listingLine(1:17) = "Complexity score "
                move zeros to currentStatement
            when currentStatement > zeros
                perform 331-fold-one-slice
            when other
                continue
        end-evaluate
        read listingFile next record at end set listingEof to true end-read
    end-perform
    close listingFile
    move spaces to listingFileStatus.

*>------------------------------------------------------------------------------
*> Folds one slice of statement text into that statement's checksum; the
*> first slice is also kept for display.
*>------------------------------------------------------------------------------
331-fold-one-slice.

    if statementText(sideIndex, currentStatement) = spaces
        move listingLine(1:120) to statementText(sideIndex, currentStatement)
    end-if
    move stored-char-length(listingLine) to statementLineLength
    perform varying checksumCharIndex from 1 by 1
              until checksumCharIndex > statementLineLength
        compute statementChecksum(sideIndex, currentStatement) =
            function mod((statementChecksum(sideIndex, currentStatement) * 31) +
                         function ord(listingLine(checksumCharIndex:1)),
                         9999999999)
    end-perform.

*>------------------------------------------------------------------------------
*> One statement number across both sides.
*>------------------------------------------------------------------------------
34-compare-one-statement.

    move statementNumber to statementDisplay
    evaluate true
        when not statementIsThere(1, statementNumber) and
             not statementIsThere(2, statementNumber)
            continue
        when not statementIsThere(2, statementNumber)
            add 1 to statementsDiffering
            display "    Statement " statementDisplay " only in " trim(environmentA) ": "
                trim(statementText(1, statementNumber))
        when not statementIsThere(1, statementNumber)
            add 1 to statementsDiffering
            display "    Statement " statementDisplay " only in " trim(environmentB) ": "
                trim(statementText(2, statementNumber))
        when statementChecksum(1, statementNumber) not = statementChecksum(2, statementNumber)
            add 1 to statementsDiffering
            display "    Statement " statementDisplay " differs"
            display "        " trim(environmentA) ": " trim(statementText(1, statementNumber))
            display "        " trim(environmentB) ": " trim(statementText(2, statementNumber))
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> Writes one line to stderr; like presqlAuditReport this program runs
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
