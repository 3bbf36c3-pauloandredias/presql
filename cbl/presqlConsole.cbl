*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlConsole.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Operator console: one screen program in front of presql for the people
*> who run it, so a run can be set up, started, watched and read back
*> without a shell prompt or any option letters.
*>
*>   - a form names the batch list (or a single member) and the common
*>     options: fixed format, incremental, copybook directory, schema
*>     catalog, gate severity, worker processes, alert feed
*>   - the run is started in the background with the annotated listing
*>     switched on and its log kept in <list>.presql.console.log, and the
*>     live .presql.progress file is shown until it ends
*>   - afterwards the summary pages up and down, and the member on any of
*>     its lines opens into its annotated listing and diagnostics; the gate
*>     report, the alert feed and the run log page the same way
*>
*>     presqlConsole
*>
*> PRESQL_COMMAND names the presql executable to start (presql on the PATH
*> otherwise). The run signals its end through <list>.presql.console.done,
*> carrying its return code, the same handshake presql's own workers use.
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
special-names.
    crt status is consoleKey.
repository.
    function all intrinsic.

input-output section.
file-control.
    *> Every file the console shows, one at a time through the same select.
    select viewFile assign to viewFileName
    organization is line sequential
    file status is viewFileStatus.

    select doneFile assign to doneFileName
    organization is line sequential
    file status is doneFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd viewFile.
01 viewFileLine                 pic x(255).

fd doneFile.
01 doneLine                     pic x(020).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 consoleState             pic 9(001)  value zeros.
        88 consoleIsDone        value 1     false 0.
    03 viewState                pic 9(001)  value zeros.
        88 viewIsClosed         value 1     false 0.
    03 runState                 pic 9(001)  value zeros.
        88 theRunHasEnded       value 1     false 0.
    03 formState                pic 9(001)  value zeros.
        88 theFormIsValid       value 1     false 0.
    03 viewFileStatus           pic x(002)  value spaces.
        88 viewEof              value "10"  false "00".
    03 doneFileStatus           pic x(002)  value spaces.

*>------------------------------------------------------------------------------
*> The key the last ACCEPT ended with.
*>------------------------------------------------------------------------------
01 consoleKey                   pic 9(004)  value zeros.
    88 keyIsEnter               value 0000.
    88 keyIsF3                  value 1003.
    88 keyIsF5                  value 1005.
    88 keyIsF6                  value 1006.
    88 keyIsF7                  value 1007.
    88 keyIsF8                  value 1008.
    88 keyIsF9                  value 1009.
    88 keyIsF10                 value 1010.
    88 keyIsF11                 value 1011.
    88 keyIsPageUp              value 2001.
    88 keyIsPageDown            value 2002.
    88 keyIsEscape              value 2005.

*>------------------------------------------------------------------------------
*> The form, as the operator keys it in. The file names are the width the
*> screen has room for.
*>------------------------------------------------------------------------------
01 formFields.
    03 formBatchList            pic x(050)  value spaces.
    03 formMember               pic x(050)  value spaces.
    03 formOutput               pic x(050)  value spaces.
    03 formCopybookDir          pic x(050)  value spaces.
    03 formFixed                pic x(001)  value "N".
    03 formIncremental          pic x(001)  value "N".
    03 formCatalog              pic x(050)  value spaces.
    03 formGate                 pic x(002)  value spaces.
    03 formWorkers              pic x(002)  value spaces.
    03 formAlertFeed            pic x(050)  value spaces.

*>------------------------------------------------------------------------------
*> The run: the command line handed to the shell and the names of the
*> artifacts presql writes next to the batch list (or the member).
*>------------------------------------------------------------------------------
01 runControls.
    03 presqlCommandName        pic x(255)  value spaces.
    03 runCommandText           pic x(1200) value spaces.
    03 runBaseName              pic x(255)  value spaces.
    03 summaryFileName          pic x(255)  value spaces.
    03 progressFileName         pic x(255)  value spaces.
    03 gateReportFileName       pic x(255)  value spaces.
    03 runLogFileName           pic x(255)  value spaces.
    03 doneFileName             pic x(255)  value spaces.
    03 systemCallStatus         binary-long value zeros.
    03 deleteFileStatus         pic 9(004)  comp-5 value zeros.
    03 runReturnCode            pic 9(003)  value zeros.
    03 runReturnCodeDisplay     pic zz9     value zeros.
    03 runElapsedSeconds        pic 9(006)  value zeros.
    03 runElapsedDisplay        pic zzzzz9  value zeros.
    03 sleepOneSecond           binary-long value 1.
    03 gateValue                pic 9(002)  value zeros.
    03 workersValue             pic 9(002)  value zeros.

*>------------------------------------------------------------------------------
*> The file being shown: loaded whole (up to viewLineMax lines), then shown
*> a page at a time from viewTopLine, shifted right by viewColumn - 1 for
*> lines wider than the screen. viewMode says what it is, since the keys
*> do different things on the summary (open a member) and on a member's
*> listing and diagnostics (switch between the two).
*>------------------------------------------------------------------------------
01 viewControls.
    03 viewFileName             pic x(255)  value spaces.
    03 viewMode                 pic x(001)  value spaces.
        88 viewIsTheSummary     value "S".
        88 viewIsAListing       value "L".
        88 viewIsDiagnostics    value "D".
        88 viewIsAnotherFile    value "O".
    03 viewLineCount            binary-short unsigned value zeros.
    03 viewLineMax              binary-short unsigned value 2000.
    03 viewLine                 pic x(255)  occurs 2000.
    03 viewTopLine              binary-short unsigned value 1.
    03 viewColumn               binary-short unsigned value 1.
    03 viewPageSize             binary-short unsigned value 18.
    03 viewPageIndex            binary-short unsigned value zeros.
    03 viewLineIndex            binary-short unsigned value zeros.
    03 viewLineDisplay          pic zzzz9   value zeros.
    03 viewPageLine             pic x(080)  occurs 18.
    03 viewTitle                pic x(076)  value spaces.
    03 viewPositionText         pic x(076)  value spaces.
    03 viewKeysText             pic x(078)  value spaces.
    03 viewPickNumber           pic 9(004)  value zeros.
    03 viewRcTally              binary-short unsigned value zeros.
    03 viewWaitKey              pic x(001)  value spaces.
    03 viewFromDisplay          pic zzzz9   value zeros.
    03 viewToDisplay            pic zzzz9   value zeros.
    03 viewCountDisplay         pic zzzz9   value zeros.
    03 viewColumnDisplay        pic zz9     value zeros.
    *> The member a listing or diagnostics view belongs to, and whether F3
    *> goes back to the summary it was opened from.
    03 viewMemberName           pic x(255)  value spaces.
    03 viewReturnState          pic 9(001)  value zeros.
        88 viewReturnsToSummary value 1     false 0.

01 messageControls.
    03 consoleMessage           pic x(076)  value spaces.
    03 consoleMessageText       pic x(255)  value spaces.

*>------------------------------------------------------------------------------
screen section.
*>------------------------------------------------------------------------------
01 formScreen.
    03 blank screen.
    03 line 01 col 02 value "presql operator console" highlight.
    03 line 03 col 02 value "Batch list file ........:".
    03 line 03 col 28 pic x(050) using formBatchList.
    03 line 04 col 02 value "  or one member (source):".
    03 line 04 col 28 pic x(050) using formMember.
    03 line 05 col 02 value "     its output program:".
    03 line 05 col 28 pic x(050) using formOutput.
    03 line 07 col 02 value "Copybook directory .....:".
    03 line 07 col 28 pic x(050) using formCopybookDir.
    03 line 08 col 02 value "Fixed format (Y/N) .....:".
    03 line 08 col 28 pic x(001) using formFixed.
    03 line 09 col 02 value "Incremental (Y/N) ......:".
    03 line 09 col 28 pic x(001) using formIncremental.
    03 line 10 col 02 value "Schema catalog file ....:".
    03 line 10 col 28 pic x(050) using formCatalog.
    03 line 11 col 02 value "Gate severity (0-12) ...:".
    03 line 11 col 28 pic x(002) using formGate.
    03 line 12 col 02 value "Worker processes .......:".
    03 line 12 col 28 pic x(002) using formWorkers.
    03 line 13 col 02 value "Alert feed file ........:".
    03 line 13 col 28 pic x(050) using formAlertFeed.
    03 line 22 col 02 pic x(076) from consoleMessage highlight.
    03 line 24 col 02 value "Enter=Run  F5=Summary  F6=Gate  F7=Alerts  F8=Listing  F9=Log  F3=Exit".

01 watchScreen.
    03 blank screen.
    03 line 01 col 02 value "presql run in progress" highlight.
    03 line 02 col 02 pic x(076) from viewTitle.
    03 line 04 col 01 pic x(080) from viewPageLine(01).
    03 line 05 col 01 pic x(080) from viewPageLine(02).
    03 line 06 col 01 pic x(080) from viewPageLine(03).
    03 line 07 col 01 pic x(080) from viewPageLine(04).
    03 line 08 col 01 pic x(080) from viewPageLine(05).
    03 line 09 col 01 pic x(080) from viewPageLine(06).
    03 line 10 col 01 pic x(080) from viewPageLine(07).
    03 line 11 col 01 pic x(080) from viewPageLine(08).
    03 line 12 col 01 pic x(080) from viewPageLine(09).
    03 line 13 col 01 pic x(080) from viewPageLine(10).
    03 line 14 col 01 pic x(080) from viewPageLine(11).
    03 line 15 col 01 pic x(080) from viewPageLine(12).
    03 line 16 col 01 pic x(080) from viewPageLine(13).
    03 line 17 col 01 pic x(080) from viewPageLine(14).
    03 line 18 col 01 pic x(080) from viewPageLine(15).
    03 line 19 col 01 pic x(080) from viewPageLine(16).
    03 line 20 col 01 pic x(080) from viewPageLine(17).
    03 line 21 col 01 pic x(080) from viewPageLine(18).
    03 line 22 col 02 pic x(076) from consoleMessage highlight.

01 viewScreen.
    03 blank screen.
    03 line 01 col 02 pic x(076) from viewTitle highlight.
    03 line 02 col 02 pic x(076) from viewPositionText.
    03 line 04 col 01 pic x(080) from viewPageLine(01).
    03 line 05 col 01 pic x(080) from viewPageLine(02).
    03 line 06 col 01 pic x(080) from viewPageLine(03).
    03 line 07 col 01 pic x(080) from viewPageLine(04).
    03 line 08 col 01 pic x(080) from viewPageLine(05).
    03 line 09 col 01 pic x(080) from viewPageLine(06).
    03 line 10 col 01 pic x(080) from viewPageLine(07).
    03 line 11 col 01 pic x(080) from viewPageLine(08).
    03 line 12 col 01 pic x(080) from viewPageLine(09).
    03 line 13 col 01 pic x(080) from viewPageLine(10).
    03 line 14 col 01 pic x(080) from viewPageLine(11).
    03 line 15 col 01 pic x(080) from viewPageLine(12).
    03 line 16 col 01 pic x(080) from viewPageLine(13).
    03 line 17 col 01 pic x(080) from viewPageLine(14).
    03 line 18 col 01 pic x(080) from viewPageLine(15).
    03 line 19 col 01 pic x(080) from viewPageLine(16).
    03 line 20 col 01 pic x(080) from viewPageLine(17).
    03 line 21 col 01 pic x(080) from viewPageLine(18).
    03 line 22 col 02 pic x(076) from consoleMessage highlight.
    03 line 24 col 02 pic x(078) from viewKeysText.

01 viewPickScreen.
    03 line 23 col 02 value "Open the member on line:".
    03 line 23 col 27 pic 9(004) using viewPickNumber.

01 viewWaitScreen.
    03 line 23 col 79 pic x(001) using viewWaitKey.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-initialize
    perform 2-show-the-form until consoleIsDone
    move zeros to return-code
    stop run.

*>------------------------------------------------------------------------------
*> The presql to start: PRESQL_COMMAND, or presql on the PATH.
*>------------------------------------------------------------------------------
1-initialize.

    display "PRESQL_COMMAND" upon environment-name
    accept presqlCommandName from environment-value
    if presqlCommandName = spaces
        move "presql" to presqlCommandName
    end-if.

*>------------------------------------------------------------------------------
*> The form, and whatever its function key asks for.
*>------------------------------------------------------------------------------
2-show-the-form.

    perform 91-word-the-message
    display formScreen
    accept formScreen
    move spaces to consoleMessage

    evaluate true
        when keyIsF3 or keyIsEscape
            set consoleIsDone to true
        when keyIsEnter
            perform 3-start-the-run
        when keyIsF5
            perform 21-derive-run-names
            move summaryFileName to viewFileName
            set viewIsTheSummary to true
            perform 5-browse-a-file
        when keyIsF6
            perform 21-derive-run-names
            move gateReportFileName to viewFileName
            set viewIsAnotherFile to true
            perform 5-browse-a-file
        when keyIsF7
            if formAlertFeed = spaces
                move "PSQL2706W No alert feed file is named on the form" to consoleMessage
            else
                move formAlertFeed to viewFileName
                set viewIsAnotherFile to true
                perform 5-browse-a-file
            end-if
        when keyIsF8
            if formMember = spaces
                move "PSQL2707W Name the member on the form, or open it from the summary (F5)" to consoleMessage
            else
                move formMember to viewMemberName
                set viewReturnsToSummary to false
                perform 55-open-the-listing
                perform 5-browse-a-file
            end-if
        when keyIsF9
            perform 21-derive-run-names
            move runLogFileName to viewFileName
            set viewIsAnotherFile to true
            perform 5-browse-a-file
        when other
            move "PSQL2708W That key does nothing here; the keys are listed on the last line" to consoleMessage
    end-evaluate.

*>------------------------------------------------------------------------------
*> The artifact names presql uses for the batch list (or the member) on
*> the form, and the two the console adds: the run log and the done-file.
*>------------------------------------------------------------------------------
21-derive-run-names.

    if formBatchList not = spaces
        move formBatchList to runBaseName
    else
        move formMember to runBaseName
    end-if

    move spaces to summaryFileName
    string trim(runBaseName) ".presql.summary" delimited by size into summaryFileName
    move spaces to progressFileName
    string trim(runBaseName) ".presql.progress" delimited by size into progressFileName
    move spaces to gateReportFileName
    string trim(runBaseName) ".presql.gate" delimited by size into gateReportFileName
    move spaces to runLogFileName
    string trim(runBaseName) ".presql.console.log" delimited by size into runLogFileName
    move spaces to doneFileName
    string trim(runBaseName) ".presql.console.done" delimited by size into doneFileName.

*>------------------------------------------------------------------------------
*> Checks the form, starts presql in the background, watches it to the
*> end, then opens what it produced: the summary of a batch, the listing
*> of a single member.
*>------------------------------------------------------------------------------
3-start-the-run.

    perform 31-check-the-form
    if not theFormIsValid
        exit paragraph
    end-if

    perform 21-derive-run-names
    perform 32-build-the-command

    call "CBL_DELETE_FILE" using doneFileName returning deleteFileStatus
    call "SYSTEM" using runCommandText returning systemCallStatus
    if systemCallStatus not = zeros
        move systemCallStatus to runReturnCodeDisplay
        string "PSQL2709E Starting the run failed with shell status " trim(runReturnCodeDisplay) delimited by size into consoleMessage
        exit paragraph
    end-if

    perform 33-watch-the-run

    move runReturnCode to runReturnCodeDisplay
    if runReturnCode > 12
        string "PSQL2710E The run ended with status " trim(runReturnCodeDisplay) "; its log is under F9" delimited by size into consoleMessage
        exit paragraph
    end-if
    string "The run ended with return code " trim(runReturnCodeDisplay) delimited by size into consoleMessage

    if formBatchList not = spaces
        move summaryFileName to viewFileName
        set viewIsTheSummary to true
    else
        move formMember to viewMemberName
        set viewReturnsToSummary to false
        perform 55-open-the-listing
    end-if
    perform 5-browse-a-file.

*>------------------------------------------------------------------------------
*> One batch list or one member, and option values presql will take.
*>------------------------------------------------------------------------------
31-check-the-form.

    set theFormIsValid to false
    move upper-case(formFixed) to formFixed
    move upper-case(formIncremental) to formIncremental

    if formBatchList = spaces and formMember = spaces
        move "PSQL2701E Name a batch list file or a single member to precompile" to consoleMessage
        exit paragraph
    end-if
    if formBatchList not = spaces and formMember not = spaces
        move "PSQL2702E Name either a batch list file or a single member, not both" to consoleMessage
        exit paragraph
    end-if
    if (formFixed not = "Y" and formFixed not = "N") or
       (formIncremental not = "Y" and formIncremental not = "N")
        move "PSQL2703E Fixed format and incremental take Y or N" to consoleMessage
        exit paragraph
    end-if

    if formGate not = spaces
        evaluate trim(formGate)
            when "0"  move 0  to gateValue
            when "4"  move 4  to gateValue
            when "8"  move 8  to gateValue
            when "12" move 12 to gateValue
            when other
                move "PSQL2704E The gate severity is 0, 4, 8 or 12" to consoleMessage
                exit paragraph
        end-evaluate
    end-if

    if formWorkers not = spaces
        if formBatchList = spaces or test-numval(formWorkers) not = zeros
            move "PSQL2705E Worker processes take a number, and only for a batch list" to consoleMessage
            exit paragraph
        end-if
        move numval(formWorkers) to workersValue
        if workersValue < 1
            move "PSQL2705E Worker processes take a number, and only for a batch list" to consoleMessage
            exit paragraph
        end-if
    end-if

    set theFormIsValid to true.

*>------------------------------------------------------------------------------
*> The presql command line for the form, run in a background subshell
*> that writes the return code into the done-file when presql ends. The
*> annotated listing (-a) is always asked for, since opening it is what
*> the console is for, and the run log goes to a file the console shows.
*>------------------------------------------------------------------------------
32-build-the-command.

    move spaces to runCommandText
    string "( " trim(presqlCommandName) delimited by size into runCommandText

    if formBatchList not = spaces
        string trim(runCommandText) " -b " trim(formBatchList) delimited by size into runCommandText
    else
        string trim(runCommandText) " -s " trim(formMember) delimited by size into runCommandText
        if formOutput not = spaces
            string trim(runCommandText) " -o " trim(formOutput) delimited by size into runCommandText
        end-if
    end-if

    if formFixed = "Y"
        string trim(runCommandText) " -f" delimited by size into runCommandText
    end-if
    if formIncremental = "Y"
        string trim(runCommandText) " -c" delimited by size into runCommandText
    end-if
    if formCopybookDir not = spaces
        string trim(runCommandText) " -i " trim(formCopybookDir) delimited by size into runCommandText
    end-if
    if formCatalog not = spaces
        string trim(runCommandText) " -g " trim(formCatalog) delimited by size into runCommandText
    end-if
    if formGate not = spaces
        string trim(runCommandText) " -G " trim(formGate) delimited by size into runCommandText
    end-if
    if formWorkers not = spaces
        string trim(runCommandText) " -w " trim(formWorkers) delimited by size into runCommandText
    end-if
    if formAlertFeed not = spaces
        string trim(runCommandText) " -A " trim(formAlertFeed) delimited by size into runCommandText
    end-if

    string trim(runCommandText) " -a -l " trim(runLogFileName)
           " ; echo $? > " trim(doneFileName)
           " ) > /dev/null 2>&1 &"
           delimited by size into runCommandText.

*>------------------------------------------------------------------------------
*> Shows the progress file once a second until the done-file turns up; a
*> single member has no progress file, so its screen just counts time.
*>------------------------------------------------------------------------------
33-watch-the-run.

    set theRunHasEnded to false
    move zeros to runElapsedSeconds
    move spaces to viewTitle
    string "Running " trim(runBaseName) delimited by size into viewTitle

    perform until theRunHasEnded
        perform 34-check-the-done-file
        if not theRunHasEnded
            move progressFileName to viewFileName
            perform 51-load-the-file
            move 1 to viewTopLine
            move 1 to viewColumn
            perform 52-build-the-page
            move runElapsedSeconds to runElapsedDisplay
            move spaces to consoleMessage
            string "Elapsed " trim(runElapsedDisplay) " s - the screen refreshes every second" delimited by size into consoleMessage
            display watchScreen
            call "C$SLEEP" using sleepOneSecond
            add 1 to runElapsedSeconds
        end-if
    end-perform
    move spaces to consoleMessage.

*>------------------------------------------------------------------------------
*> The done-file holds the run's return code once presql has ended.
*>------------------------------------------------------------------------------
34-check-the-done-file.

    open input doneFile
    if doneFileStatus not = "00"
        exit paragraph
    end-if
    move spaces to doneLine
    read doneFile next record
        at end move spaces to doneLine
    end-read
    close doneFile
    *> The subshell may not have finished writing it yet.
    if doneLine = spaces
        exit paragraph
    end-if
    move numval(doneLine) to runReturnCode
    set theRunHasEnded to true.

*>------------------------------------------------------------------------------
*> Pages through viewFileName until F3. The summary opens the member on
*> a chosen line; a member's listing and diagnostics switch with F9 and
*> go back to the summary they were opened from.
*>------------------------------------------------------------------------------
5-browse-a-file.

    perform 51-load-the-file
    move 1 to viewTopLine
    move 1 to viewColumn
    set viewIsClosed to false

    perform until viewIsClosed
        perform 52-build-the-page
        perform 53-set-the-keys-line
        perform 91-word-the-message
        display viewScreen
        move zeros to viewPickNumber
        if viewIsTheSummary
            accept viewPickScreen
        else
            accept viewWaitScreen
        end-if
        move spaces to consoleMessage
        perform 54-act-on-the-key
    end-perform.

*>------------------------------------------------------------------------------
*> Loads viewFileName whole into viewLine; a file that is not there (yet)
*> shows as an empty page with a note.
*>------------------------------------------------------------------------------
51-load-the-file.

    move zeros to viewLineCount
    open input viewFile
    if viewFileStatus not = "00"
        if not (viewFileName = progressFileName)
            move spaces to consoleMessage
            string "PSQL2711W " trim(viewFileName) " is not there (yet)" delimited by size into consoleMessage
        end-if
        move spaces to viewFileStatus
        exit paragraph
    end-if

    read viewFile next record at end set viewEof to true end-read
    perform until viewEof
        if viewLineCount >= viewLineMax
            move viewLineMax to viewCountDisplay
            move spaces to consoleMessage
            string "PSQL2712W Only the first " trim(viewCountDisplay) " lines of " trim(viewFileName) " are shown" delimited by size into consoleMessage
            exit perform
        end-if
        add 1 to viewLineCount
        move viewFileLine to viewLine(viewLineCount)
        read viewFile next record at end set viewEof to true end-read
    end-perform
    close viewFile
    set viewEof to false.

*>------------------------------------------------------------------------------
*> The page from viewTopLine: each line numbered, cut to the screen width
*> from viewColumn on.
*>------------------------------------------------------------------------------
52-build-the-page.

    perform varying viewPageIndex from 1 by 1 until viewPageIndex > viewPageSize
        move spaces to viewPageLine(viewPageIndex)
        compute viewLineIndex = viewTopLine + viewPageIndex - 1
        if viewLineIndex <= viewLineCount
            move viewLineIndex to viewLineDisplay
            string viewLineDisplay " " viewLine(viewLineIndex)(viewColumn:74)
                   delimited by size into viewPageLine(viewPageIndex)
        end-if
    end-perform

    move spaces to viewPositionText
    if viewLineCount = zeros
        string trim(viewFileName) ": empty" delimited by size into viewPositionText
    else
        move viewTopLine to viewFromDisplay
        compute viewLineIndex = viewTopLine + viewPageSize - 1
        if viewLineIndex > viewLineCount
            move viewLineCount to viewLineIndex
        end-if
        move viewLineIndex to viewToDisplay
        move viewLineCount to viewCountDisplay
        move viewColumn to viewColumnDisplay
        string trim(viewFileName) ": lines " trim(viewFromDisplay) "-" trim(viewToDisplay)
               " of " trim(viewCountDisplay) ", from column " trim(viewColumnDisplay)
               delimited by size into viewPositionText
    end-if.

*>------------------------------------------------------------------------------
*> The title and the keys line for the kind of file on show.
*>------------------------------------------------------------------------------
53-set-the-keys-line.

    move spaces to viewTitle
    evaluate true
        when viewIsTheSummary
            move "Batch summary" to viewTitle
            move "Enter=Open line  F7/PgUp=Back  F8/PgDn=Forward  F10/F11=Left/Right  F3=Return" to viewKeysText
        when viewIsAListing
            string "Annotated listing of " trim(viewMemberName) delimited by size into viewTitle
            move "F9=Diagnostics  F7/PgUp=Back  F8/PgDn=Forward  F10/F11=Left/Right  F3=Return" to viewKeysText
        when viewIsDiagnostics
            string "Diagnostics of " trim(viewMemberName) delimited by size into viewTitle
            move "F9=Listing  F7/PgUp=Back  F8/PgDn=Forward  F10/F11=Left/Right  F3=Return" to viewKeysText
        when other
            move viewFileName to viewTitle
            move "F7/PgUp=Back  F8/PgDn=Forward  F10/F11=Left/Right  F3=Return" to viewKeysText
    end-evaluate.

*>------------------------------------------------------------------------------
*> What the key the view was left with asks for.
*>------------------------------------------------------------------------------
54-act-on-the-key.

    evaluate true
        when keyIsF3 or keyIsEscape
            if viewReturnsToSummary and (viewIsAListing or viewIsDiagnostics)
                set viewReturnsToSummary to false
                move summaryFileName to viewFileName
                set viewIsTheSummary to true
                perform 51-load-the-file
                move 1 to viewTopLine
                move 1 to viewColumn
            else
                set viewIsClosed to true
            end-if
        when keyIsF7 or keyIsPageUp
            if viewTopLine > viewPageSize
                subtract viewPageSize from viewTopLine
            else
                move 1 to viewTopLine
            end-if
        when keyIsF8 or keyIsPageDown
            if viewTopLine + viewPageSize <= viewLineCount
                add viewPageSize to viewTopLine
            end-if
        when keyIsF10
            if viewColumn > 40
                subtract 40 from viewColumn
            else
                move 1 to viewColumn
            end-if
        when keyIsF11
            if viewColumn + 40 <= 182
                add 40 to viewColumn
            end-if
        when keyIsF9 and viewIsAListing
            perform 56-open-the-diagnostics
            perform 51-load-the-file
            move 1 to viewTopLine
            move 1 to viewColumn
        when keyIsF9 and viewIsDiagnostics
            perform 55-open-the-listing
            perform 51-load-the-file
            move 1 to viewTopLine
            move 1 to viewColumn
        when keyIsEnter and viewIsTheSummary and viewPickNumber > zeros
            perform 57-open-the-picked-member
        when keyIsEnter
            continue
        when other
            move "PSQL2708W That key does nothing here; the keys are listed on the last line" to consoleMessage
    end-evaluate.

*>------------------------------------------------------------------------------
*> A member's annotated listing, <member>.presql.list.
*>------------------------------------------------------------------------------
55-open-the-listing.

    move spaces to viewFileName
    string trim(viewMemberName) ".presql.list" delimited by size into viewFileName
    set viewIsAListing to true.

*>------------------------------------------------------------------------------
*> A member's diagnostics side file, <member>.presql.diags.
*>------------------------------------------------------------------------------
56-open-the-diagnostics.

    move spaces to viewFileName
    string trim(viewMemberName) ".presql.diags" delimited by size into viewFileName
    set viewIsDiagnostics to true.

*>------------------------------------------------------------------------------
*> A summary member line reads "    <member>  <seconds> s  rc <rc>": the
*> member is its first word. Any other line names no member.
*>------------------------------------------------------------------------------
57-open-the-picked-member.

    move zeros to viewRcTally
    if viewPickNumber <= viewLineCount
        inspect viewLine(viewPickNumber) tallying viewRcTally for all "  rc "
    end-if
    if viewRcTally = zeros
       or viewLine(viewPickNumber)(1:4) not = spaces
       or viewLine(viewPickNumber) = spaces
        move viewPickNumber to viewCountDisplay
        string "PSQL2713W Line " trim(viewCountDisplay) " does not name a member" delimited by size into consoleMessage
        exit paragraph
    end-if

    move spaces to viewMemberName
    unstring trim(viewLine(viewPickNumber)) delimited by all spaces into viewMemberName
    set viewReturnsToSummary to true
    perform 55-open-the-listing
    perform 51-load-the-file
    move 1 to viewTopLine
    move 1 to viewColumn.

*>------------------------------------------------------------------------------
*> The message line in the operator's language when the message text file
*> carries it (PRESQL_LANGUAGE), as presql words its own messages.
*>------------------------------------------------------------------------------
91-word-the-message.

    move consoleMessage to consoleMessageText
    call "presqlMessageText" using consoleMessageText
    move consoleMessageText to consoleMessage.
