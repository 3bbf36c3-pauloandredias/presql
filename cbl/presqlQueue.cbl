*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlQueue.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Precompile request queue service: developers append a request line to
*> a queue file instead of running presql by hand, and this long-running
*> service precompiles the requests one at a time, or across a fixed pool
*> of workers, with the shop's standard options applied, and writes a
*> result record back for each one:
*>
*>     presqlQueue -q <queue-file> [-w <workers>] [-o <standard-options-file>]
*>                 [-p <poll-seconds>] [-d]
*>     presqlQueue -q <queue-file> -i
*>
*> A request line reads "<member> <requester> [presql options ...]";
*> blank lines and lines starting "*" are notes. A request is known by
*> its line number in the queue file. The options a developer may not
*> give (-s, -b, -l, -y, -w, -H: the service owns the member, the log and
*> the batch machinery) and any shell character refuse the request. The
*> standard options file holds presql options, on as many lines as the
*> shop likes, that are placed after the request's own, so the shop's
*> settings win wherever both name the same option. Every request also
*> runs with the annotated listing (-a) and its own log.
*>
*> Results go to <queue-file>.presql.results, one record per event:
*>     started  <request> <date> <time> <member> <requester> worker <n>
*>     finished <request> <date> <time> <member> <requester> rc <rc>
*>              gate <passed|failed|none> listing <file|none> log <file>
*>     refused  <request> <date> <time> <member> <requester> <reason>
*> The gate outcome is "none" unless -G is among the options in force.
*>
*> The service polls every -p seconds (5 by default). It starts no new
*> request while a nightly batch holds the library (the hold file presql
*> -b keeps, named by PRESQL_BATCHHOLD, "presql.batchhold" otherwise),
*> nor one whose member another worker is precompiling. It ends when the
*> stop file <queue-file>.presql.stop appears, once its running requests
*> finish, or with -d as soon as nothing is queued or running. A request
*> that was running when the service last ended is started again.
*>
*> -i is the status inquiry: the library hold, and every request with
*> its state (queued, running, finished, refused) and result.
*>
*> PRESQL_COMMAND names the presql executable (presql on the PATH
*> otherwise); each request signals its end through a done-file carrying
*> its return code, the handshake presqlConsole uses.
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
    select queueFile assign to queueFileName
    organization is line sequential
    file status is queueFileStatus.

    select resultsFile assign to resultsFileName
    organization is line sequential
    file status is resultsFileStatus.

    select optionsFile assign to optionsFileName
    organization is line sequential
    file status is optionsFileStatus.

    *> Every file the service only looks into - a request's done-file,
    *> the library hold, the stop file, a gate report or listing whose
    *> existence is the answer - one at a time through the same select.
    select probeFile assign to probeFileName
    organization is line sequential
    file status is probeFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd queueFile.
01 queueLine                    pic x(1024).

fd resultsFile.
01 resultsLine                  pic x(1024).

fd optionsFile.
01 optionsLine                  pic x(255).

fd probeFile.
01 probeLine                    pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 warningFlag              pic 9(001)  value zeros.
        88 thereWasAWarning     value 1     false 0.
    03 queueFileStatus          pic x(002)  value spaces.
        88 queueEof             value "10"  false "00".
    03 resultsFileStatus        pic x(002)  value spaces.
        88 resultsEof           value "10"  false "00".
    03 optionsFileStatus        pic x(002)  value spaces.
        88 optionsEof           value "10"  false "00".
    03 probeFileStatus          pic x(002)  value spaces.
    03 probeState               pic 9(001)  value zeros.
        88 theProbedFileExists  value 1     false 0.
    03 serviceState             pic 9(001)  value zeros.
        88 theServiceIsDone     value 1     false 0.
    03 stopState                pic 9(001)  value zeros.
        88 aStopWasRequested    value 1     false 0.
    03 holdState                pic 9(001)  value zeros.
        88 theLibraryIsHeld     value 1     false 0.
    03 tableFullState           pic 9(001)  value zeros.
        88 theTableFullWasTold  value 1     false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-q         value "-q"  false spaces. *> The queue file the developers append requests to
        88 argumentIs-w         value "-w"  false spaces. *> Workers: requests precompiled at the same time (default 1)
        88 argumentIs-o         value "-o"  false spaces. *> The shop's standard presql options file
        88 argumentIs-p         value "-p"  false spaces. *> Seconds between looks at the queue (default 5)
    03 queueFileName            pic x(255)  value spaces.
    03 optionsFileName          pic x(255)  value spaces.
    03 workerCount              binary-short unsigned value 1.
    03 workerMax                binary-short unsigned value 10.
    03 pollSeconds              binary-long value 5.
    03 inquiryMode              pic 9(001)  value zeros.
        88 thisIsAnInquiry      value 1     false 0.
    03 drainMode                pic 9(001)  value zeros.
        88 drainModeIsOn        value 1     false 0.

*>------------------------------------------------------------------------------
*> The names the service derives from the queue file's, and the two it
*> takes from the environment.
*>------------------------------------------------------------------------------
01 serviceControls.
    03 resultsFileName          pic x(255)  value spaces.
    03 stopFileName             pic x(255)  value spaces.
    03 libraryHoldFileName      pic x(255)  value spaces.
    03 libraryHoldText          pic x(255)  value spaces.
    03 presqlCommandName        pic x(255)  value spaces.
    03 standardOptionsText      pic x(1024) value spaces.
    03 probeFileName            pic x(255)  value spaces.
    03 systemCallStatus         binary-long value zeros.
    03 deleteFileStatus         pic 9(004)  comp-5 value zeros.
    03 nowStamp                 pic x(021)  value spaces.
    03 statusDisplay            pic -(8)9   value zeros.
    03 returnCodeValue          pic 9(003)  value zeros.
    03 returnCodeDisplay        pic zz9     value zeros.

*>------------------------------------------------------------------------------
*> The queue, one entry per queue file line so a request's number is its
*> entry: a line that is not a request keeps a blank state. A request's
*> options are the rest of its line after the member and requester.
*>------------------------------------------------------------------------------
01 requestControls.
    03 requestCount             binary-short unsigned value zeros.
    03 requestMax               binary-short unsigned value 2000.
    03 requestIndex             binary-short unsigned value zeros.
    03 requestFoundIndex        binary-short unsigned value zeros.
    03 vettedCount              binary-short unsigned value zeros.
    03 requestEntry             occurs 2000.
        05 requestState         pic x(001).
            88 requestIsNotOne  value space.
            88 requestIsQueued  value "Q".
            88 requestIsRunning value "R".
            88 requestIsFinished value "F".
            88 requestIsRefused value "X".
        05 requestMember        pic x(255).
        05 requestRequester     pic x(032).
        05 requestOptions       pic x(512).
        05 requestWorker        binary-short unsigned.
        05 requestReturnCode    pic x(003).
        05 requestGate          pic x(006).
        05 requestListing       pic x(255).
        05 requestLog           pic x(255).
        05 requestStamp         pic x(015).
        05 requestReason        pic x(100).
    03 queueLineNumber          binary-short unsigned value zeros.
    03 queueWork                pic x(1024) value spaces.
    03 queuePointer             binary-short unsigned value zeros.
    03 requestNumberText        pic 9(006)  value zeros.

*>------------------------------------------------------------------------------
*> The worker slots: the request each one is precompiling (zero when the
*> slot is free), and the names that request's run writes.
*>------------------------------------------------------------------------------
01 workerControls.
    03 workerIndex              binary-short unsigned value zeros.
    03 workerSlot               occurs 10.
        05 workerRequest        binary-short unsigned.
        05 workerDoneFileName   pic x(255).
        05 workerGateFileName   pic x(255).
        05 workerGateInForce    pic 9(001).
            88 theGateIsInForce value 1    false 0.
    03 runningCount             binary-short unsigned value zeros.
    03 queuedCount              binary-short unsigned value zeros.
    03 finishedCount            binary-short unsigned value zeros.
    03 refusedCount             binary-short unsigned value zeros.
    03 sessionFinishedCount     binary-short unsigned value zeros.
    03 countDisplay             pic zzzz9   value zeros.
    03 workerDisplay            pic z9      value zeros.
    03 busyScanIndex            binary-short unsigned value zeros.
    03 memberBusyState          pic 9(001)  value zeros.
        88 theMemberIsBusy      value 1     false 0.

*>------------------------------------------------------------------------------
*> Building one request's command line, and vetting what it carries.
*>------------------------------------------------------------------------------
01 commandControls.
    03 runCommandText           pic x(2048) value spaces.
    03 runPrefixName            pic x(255)  value spaces.
    03 optionsInForce           pic x(2048) value spaces.
    03 optionWord               pic x(255)  value spaces.
    03 optionWordCount          binary-short unsigned value zeros.
    03 optionWordIndex          binary-short unsigned value zeros.
    03 nextOptionIndex          binary-short unsigned value zeros.
    03 workDirectoryText        pic x(255)  value spaces.
    03 memberBaseName           pic x(255)  value spaces.
    03 lastSlashPosition        binary-short unsigned value zeros.
    03 slashScanIndex           binary-short unsigned value zeros.
    03 shellCharacterTally      binary-short unsigned value zeros.
    03 refusalText              pic x(100)  value spaces.

*>------------------------------------------------------------------------------
*> A results record, split into its words.
*>------------------------------------------------------------------------------
01 resultFields.
    03 resultType               pic x(010)  value spaces.
    03 resultNumberText         pic x(010)  value spaces.
    03 resultNumber             binary-short unsigned value zeros.
    03 resultWork               pic x(1024) value spaces.
    03 resultPointer            binary-short unsigned value zeros.
    03 resultSkipWord           pic x(255)  value spaces.
    03 resultDateWord           pic x(010)  value spaces.
    03 resultTimeWord           pic x(010)  value spaces.

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
*> not arrive in that usage, so fixed word positions are passed through
*> these typed ordinals instead.
*>------------------------------------------------------------------------------
01 wordOrdinals.
    03 firstWord                binary-short unsigned value 1.
    03 secondWord               binary-short unsigned value 2.
    03 thirdWord                binary-short unsigned value 3.
    03 fourthWord               binary-short unsigned value 4.
    03 eighthWord               binary-short unsigned value 8.
    03 tenthWord                binary-short unsigned value 10.
    03 twelfthWord              binary-short unsigned value 12.
    03 fourteenthWord           binary-short unsigned value 14.

01 logControls.
    03 logText                  pic x(255)  value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        if thisIsAnInquiry
            perform 3-show-the-status
        else
            perform 2-run-the-service
        end-if
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

    if queueFileName = spaces
        move "(ERROR): PSQL3501E Usage: presqlQueue -q <queue-file> [-w <workers>] [-o <standard-options-file>] [-p <poll-seconds>] [-d] | -q <queue-file> -i" to logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if thereWasAnError
        exit paragraph
    end-if

    move spaces to resultsFileName
    string trim(queueFileName) ".presql.results" delimited by size into resultsFileName
    move spaces to stopFileName
    string trim(queueFileName) ".presql.stop" delimited by size into stopFileName

    display "PRESQL_BATCHHOLD" upon environment-name
    accept libraryHoldFileName from environment-value
    if libraryHoldFileName = spaces
        move "presql.batchhold" to libraryHoldFileName
    end-if
    display "PRESQL_COMMAND" upon environment-name
    accept presqlCommandName from environment-value
    if presqlCommandName = spaces
        move "presql" to presqlCommandName
    end-if

    if optionsFileName not = spaces and not thisIsAnInquiry
        perform 12-load-standard-options
    end-if.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-q" set argumentIs-q to true
        when "-w" set argumentIs-w to true
        when "-o" set argumentIs-o to true
        when "-p" set argumentIs-p to true
        when "-i" set thisIsAnInquiry to true
        when "-d" set drainModeIsOn to true
        when other
            if argumentIs-q
                move argumentText to queueFileName
                set argumentIs-q to false
            else
                if argumentIs-w
                    if test-numval(argumentText) not = zeros
                       or numval(argumentText) < 1
                       or numval(argumentText) > workerMax
                        string "(ERROR): PSQL3503E -w expects a worker count from 1 to 10, not " trim(argumentText) delimited by size into logText
                        perform 90-write-log
                        set thereWasAnError to true
                    else
                        move numval(argumentText) to workerCount
                    end-if
                    set argumentIs-w to false
                else
                    if argumentIs-o
                        move argumentText to optionsFileName
                        set argumentIs-o to false
                    else
                        if argumentIs-p
                            if test-numval(argumentText) not = zeros
                               or numval(argumentText) < 1
                               or numval(argumentText) > 3600
                                string "(ERROR): PSQL3504E -p expects a number of seconds from 1 to 3600, not " trim(argumentText) delimited by size into logText
                                perform 90-write-log
                                set thereWasAnError to true
                            else
                                move numval(argumentText) to pollSeconds
                            end-if
                            set argumentIs-p to false
                        else
                            string "(ERROR): PSQL3502E Unexpected argument " trim(argumentText) delimited by size into logText
                            perform 90-write-log
                            set thereWasAnError to true
                        end-if
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> The shop's standard options, every line of the file joined into one
*> option string; "*" lines are notes.
*>------------------------------------------------------------------------------
12-load-standard-options.

    open input optionsFile
    if optionsFileStatus not = "00"
        string "(ERROR): PSQL3505E Opening standard options file " trim(optionsFileName) " failed with file-status " optionsFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read optionsFile next record at end set optionsEof to true end-read
    perform until optionsEof
        if optionsLine not = spaces and optionsLine(1:1) not = "*"
            move trim(standardOptionsText) to queueWork
            move spaces to standardOptionsText
            string trim(queueWork) " " trim(optionsLine) delimited by size into standardOptionsText
        end-if
        read optionsFile next record at end set optionsEof to true end-read
    end-perform
    close optionsFile
    move trim(standardOptionsText) to standardOptionsText.

*>------------------------------------------------------------------------------
*> The service: the results so far, then one look at the queue, the
*> running requests and the library every poll, until it is told to end.
*>------------------------------------------------------------------------------
2-run-the-service.

    perform 21-load-the-queue
    if thereWasAnError
        exit paragraph
    end-if
    perform 22-load-the-results
    if thereWasAnError
        exit paragraph
    end-if

    *> Nothing is running yet, whatever the results say: a request the
    *> last service left running never wrote its finish, and runs again.
    perform varying requestIndex from 1 by 1 until requestIndex > requestCount
        if requestIsRunning(requestIndex)
            set requestIsQueued(requestIndex) to true
            move requestIndex to requestNumberText
            string "(info): Request " requestNumberText " (" trim(requestMember(requestIndex)) ") was running when the service last ended; it is queued again" delimited by size into logText
            perform 90-write-log
        end-if
    end-perform
    perform varying workerIndex from 1 by 1 until workerIndex > workerMax
        move zeros to workerRequest(workerIndex)
    end-perform

    move workerCount to workerDisplay
    string "(info): Serving " trim(queueFileName) " with " trim(workerDisplay) " worker(s); results in " trim(resultsFileName) delimited by size into logText
    perform 90-write-log

    perform until theServiceIsDone or thereWasAnError
        perform 24-poll-once
        if not theServiceIsDone and not thereWasAnError
            call "C$SLEEP" using pollSeconds
        end-if
    end-perform

    if aStopWasRequested
        call "CBL_DELETE_FILE" using stopFileName returning deleteFileStatus
    end-if
    move sessionFinishedCount to countDisplay
    string "(info): Service ended; " trim(countDisplay) " request(s) finished in this session" delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> Reads the queue file for lines not yet known; each new line is a
*> queued request unless it is blank or a note. A queue file not there
*> yet is an empty queue for the service, and an error for the inquiry.
*>------------------------------------------------------------------------------
21-load-the-queue.

    open input queueFile
    if queueFileStatus not = "00"
        if thisIsAnInquiry
            string "(ERROR): PSQL3506E Opening queue file " trim(queueFileName) " failed with file-status " queueFileStatus delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
        end-if
        move spaces to queueFileStatus
        exit paragraph
    end-if

    move zeros to queueLineNumber
    read queueFile next record at end set queueEof to true end-read
    perform until queueEof
        add 1 to queueLineNumber
        if queueLineNumber > requestCount
            perform 211-take-one-queue-line
        end-if
        read queueFile next record at end set queueEof to true end-read
    end-perform
    close queueFile
    move spaces to queueFileStatus.

*>------------------------------------------------------------------------------
*> One new queue line: member, requester and the rest as options.
*>------------------------------------------------------------------------------
211-take-one-queue-line.

    if requestCount >= requestMax
        if not theTableFullWasTold
            move requestMax to countDisplay
            string "(WARNING): PSQL3507W The queue holds more than " trim(countDisplay) " lines; later requests wait until the queue file is started afresh" delimited by size into logText
            perform 90-write-log
            set thereWasAWarning to true
            set theTableFullWasTold to true
        end-if
        exit paragraph
    end-if

    add 1 to requestCount
    move requestCount to requestIndex
    move space to requestState(requestIndex)
    move spaces to requestMember(requestIndex) requestRequester(requestIndex)
                   requestOptions(requestIndex) requestReturnCode(requestIndex)
                   requestGate(requestIndex) requestListing(requestIndex)
                   requestLog(requestIndex) requestStamp(requestIndex)
                   requestReason(requestIndex)
    move zeros to requestWorker(requestIndex)

    if queueLine = spaces or queueLine(1:1) = "*"
        exit paragraph
    end-if

    move trim(queueLine) to queueWork
    move 1 to queuePointer
    unstring queueWork delimited by all spaces
        into requestMember(requestIndex) requestRequester(requestIndex)
        with pointer queuePointer
    end-unstring
    if queuePointer <= length of queueWork
        move trim(queueWork(queuePointer:)) to requestOptions(requestIndex)
    end-if
    *> A missing requester reads as a dash, as the results record holds it.
    if requestRequester(requestIndex) = spaces
        move "-" to requestRequester(requestIndex)
    end-if
    set requestIsQueued(requestIndex) to true.

*>------------------------------------------------------------------------------
*> Takes in the results written so far, the last record of a request
*> deciding its state.
*>------------------------------------------------------------------------------
22-load-the-results.

    open input resultsFile
    if resultsFileStatus not = "00"
        move spaces to resultsFileStatus
        exit paragraph
    end-if

    read resultsFile next record at end set resultsEof to true end-read
    perform until resultsEof
        if resultsLine not = spaces
            perform 221-take-one-result
        end-if
        read resultsFile next record at end set resultsEof to true end-read
    end-perform
    close resultsFile
    move spaces to resultsFileStatus.

*>------------------------------------------------------------------------------
*> One results record, for a request the queue still holds.
*>------------------------------------------------------------------------------
221-take-one-result.

    move getWord(resultsLine, firstWord) to resultType
    move getWord(resultsLine, secondWord) to resultNumberText
    if test-numval(resultNumberText) not = zeros
        exit paragraph
    end-if
    move numval(resultNumberText) to resultNumber
    if resultNumber < 1 or resultNumber > requestCount
        exit paragraph
    end-if
    if requestIsNotOne(resultNumber)
        exit paragraph
    end-if

    move getWord(resultsLine, thirdWord) to resultDateWord
    move getWord(resultsLine, fourthWord) to resultTimeWord
    move spaces to requestStamp(resultNumber)
    string trim(resultDateWord) " " trim(resultTimeWord)
           delimited by size into requestStamp(resultNumber)
    evaluate trim(resultType)
        when "started"
            set requestIsRunning(resultNumber) to true
            move numval(getWord(resultsLine, eighthWord)) to requestWorker(resultNumber)
        when "finished"
            set requestIsFinished(resultNumber) to true
            move getWord(resultsLine, eighthWord) to requestReturnCode(resultNumber)
            move getWord(resultsLine, tenthWord) to requestGate(resultNumber)
            move getWord(resultsLine, twelfthWord) to requestListing(resultNumber)
            move getWord(resultsLine, fourteenthWord) to requestLog(resultNumber)
        when "refused"
            set requestIsRefused(resultNumber) to true
            move trim(resultsLine) to resultWork
            move 1 to resultPointer
            perform 6 times
                unstring resultWork delimited by all spaces
                    into resultSkipWord with pointer resultPointer
                end-unstring
            end-perform
            if resultPointer <= length of resultWork
                move trim(resultWork(resultPointer:)) to requestReason(resultNumber)
            end-if
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> Refuses, once, each new request that names no requester, gives an
*> option the service owns, or carries a character the shell would act
*> on; the options go to a shell command line, so nothing in them may
*> end the command or start another one.
*>------------------------------------------------------------------------------
23-vet-new-requests.

    *> The first poll vets everything still queued: a request appended
    *> while no service ran has never been looked at.

    perform varying requestIndex from 1 by 1 until requestIndex > requestCount
        if requestIndex > vettedCount and requestIsQueued(requestIndex)
            perform 231-vet-one-request
        end-if
    end-perform
    move requestCount to vettedCount.

231-vet-one-request.

    move spaces to refusalText

    move zeros to shellCharacterTally
    inspect requestMember(requestIndex) tallying shellCharacterTally
        for all ";" all "|" all "&" all "`" all "$" all "<" all ">"
            all "(" all ")" all "\" all "*" all "?" all "'" all quote
    inspect requestOptions(requestIndex) tallying shellCharacterTally
        for all ";" all "|" all "&" all "`" all "$" all "<" all ">"
            all "(" all ")" all "\" all "*" all "?" all "'" all quote

    evaluate true
        when requestRequester(requestIndex) = "-"
            move "no requester is named on the request line" to refusalText
        when shellCharacterTally > zeros
            move "the request carries a shell character" to refusalText
        when other
            move getWordCount(requestOptions(requestIndex)) to optionWordCount
            perform varying optionWordIndex from 1 by 1 until optionWordIndex > optionWordCount
                move getWord(requestOptions(requestIndex), optionWordIndex) to optionWord
                if trim(optionWord) = "-s" or "-b" or "-l" or "-y" or "-w" or "-H"
                    move spaces to refusalText
                    string "option " trim(optionWord) " is set by the queue service" delimited by size into refusalText
                    exit perform
                end-if
            end-perform
    end-evaluate

    if refusalText = spaces
        exit paragraph
    end-if

    set requestIsRefused(requestIndex) to true
    move refusalText to requestReason(requestIndex)
    perform 82-stamp-now
    move spaces to resultsLine
    string "refused  " requestNumberText " " requestStamp(requestIndex) " "
           trim(requestMember(requestIndex)) " " trim(requestRequester(requestIndex)) " "
           trim(refusalText)
           delimited by size into resultsLine
    perform 81-write-result-record
    string "(WARNING): PSQL3508W Request " requestNumberText " (" trim(requestMember(requestIndex)) ") refused: " trim(refusalText) delimited by size into logText
    perform 90-write-log
    set thereWasAWarning to true.

*>------------------------------------------------------------------------------
*> One poll: new requests, finished requests, then as many new starts as
*> free workers allow - unless the library is held or a stop is asked.
*>------------------------------------------------------------------------------
24-poll-once.

    perform 21-load-the-queue
    perform 23-vet-new-requests

    perform varying workerIndex from 1 by 1 until workerIndex > workerCount
        if workerRequest(workerIndex) > zeros
            perform 25-check-one-worker
        end-if
        if thereWasAnError
            exit paragraph
        end-if
    end-perform

    if not aStopWasRequested
        move stopFileName to probeFileName
        perform 83-probe-the-file
        if theProbedFileExists
            set aStopWasRequested to true
            string "(info): Stop requested through " trim(stopFileName) "; no new request is started" delimited by size into logText
            perform 90-write-log
        end-if
    end-if

    perform 26-check-the-library-hold

    if not aStopWasRequested and not theLibraryIsHeld
        perform varying workerIndex from 1 by 1 until workerIndex > workerCount
            if workerRequest(workerIndex) = zeros
                perform 27-start-the-next-request
            end-if
            if thereWasAnError
                exit paragraph
            end-if
        end-perform
    end-if

    perform 29-count-the-requests
    if runningCount = zeros
        if aStopWasRequested
            set theServiceIsDone to true
        end-if
        if drainModeIsOn and queuedCount = zeros
            set theServiceIsDone to true
        end-if
    end-if.

*>------------------------------------------------------------------------------
*> A running request has finished once its done-file holds the return
*> code; the result record takes that, the gate outcome and where the
*> listing is.
*>------------------------------------------------------------------------------
25-check-one-worker.

    move workerDoneFileName(workerIndex) to probeFileName
    perform 83-probe-the-file
    *> The subshell may not have finished writing it yet.
    if not theProbedFileExists or probeLine = spaces
        exit paragraph
    end-if

    move workerRequest(workerIndex) to requestIndex
    move requestIndex to requestNumberText
    *> A shell status above 12 (presql could not be started, or was
    *> killed) is reported as the fatal 12 it amounts to.
    move numval(probeLine) to returnCodeValue
    if returnCodeValue > 12
        move 12 to returnCodeValue
    end-if
    move returnCodeValue to returnCodeDisplay
    move trim(returnCodeDisplay) to requestReturnCode(requestIndex)

    move "none" to requestGate(requestIndex)
    if theGateIsInForce(workerIndex)
        move workerGateFileName(workerIndex) to probeFileName
        perform 83-probe-the-file
        if theProbedFileExists
            move "failed" to requestGate(requestIndex)
        else
            move "passed" to requestGate(requestIndex)
        end-if
    end-if

    move requestListing(requestIndex) to probeFileName
    perform 83-probe-the-file
    if not theProbedFileExists
        move "none" to requestListing(requestIndex)
    end-if

    set requestIsFinished(requestIndex) to true
    perform 82-stamp-now
    move spaces to resultsLine
    string "finished " requestNumberText " " requestStamp(requestIndex) " "
           trim(requestMember(requestIndex)) " " trim(requestRequester(requestIndex))
           " rc " trim(requestReturnCode(requestIndex))
           " gate " trim(requestGate(requestIndex))
           " listing " trim(requestListing(requestIndex))
           " log " trim(requestLog(requestIndex))
           delimited by size into resultsLine
    perform 81-write-result-record

    string "(info): Request " requestNumberText " (" trim(requestMember(requestIndex)) ") finished with return code " trim(requestReturnCode(requestIndex)) ", gate " trim(requestGate(requestIndex)) delimited by size into logText
    perform 90-write-log

    call "CBL_DELETE_FILE" using workerDoneFileName(workerIndex) returning deleteFileStatus
    move zeros to workerRequest(workerIndex)
    add 1 to sessionFinishedCount.

*>------------------------------------------------------------------------------
*> The nightly batch's library hold: said once when it appears and once
*> when it goes, so the log shows how long the queue waited.
*>------------------------------------------------------------------------------
26-check-the-library-hold.

    move libraryHoldFileName to probeFileName
    perform 83-probe-the-file

    if theProbedFileExists
        if not theLibraryIsHeld
            set theLibraryIsHeld to true
            move probeLine to libraryHoldText
            string "(WARNING): PSQL3509W The library is held by a batch run (" trim(libraryHoldText) "); new requests wait until it ends" delimited by size into logText
            perform 90-write-log
        end-if
    else
        if theLibraryIsHeld
            set theLibraryIsHeld to false
            move "(info): The library hold is gone; queued requests are started again" to logText
            perform 90-write-log
        end-if
    end-if.

*>------------------------------------------------------------------------------
*> The oldest queued request whose member no worker is precompiling goes
*> to the free worker workerIndex.
*>------------------------------------------------------------------------------
27-start-the-next-request.

    move zeros to requestFoundIndex
    perform varying requestIndex from 1 by 1 until requestIndex > requestCount
        if requestIsQueued(requestIndex)
            perform 271-check-the-member-is-free
            if not theMemberIsBusy
                move requestIndex to requestFoundIndex
                exit perform
            end-if
        end-if
    end-perform
    if requestFoundIndex = zeros
        exit paragraph
    end-if

    move requestFoundIndex to requestIndex
    move requestIndex to requestNumberText
    perform 272-build-the-command

    call "CBL_DELETE_FILE" using workerDoneFileName(workerIndex) returning deleteFileStatus
    call "CBL_DELETE_FILE" using workerGateFileName(workerIndex) returning deleteFileStatus
    call "SYSTEM" using runCommandText returning systemCallStatus
    if systemCallStatus not = zeros
        move systemCallStatus to statusDisplay
        string "(ERROR): PSQL3510E Starting request " requestNumberText " failed with shell status " trim(statusDisplay) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    set requestIsRunning(requestIndex) to true
    move workerIndex to requestWorker(requestIndex)
    move requestIndex to workerRequest(workerIndex)
    move workerIndex to workerDisplay
    perform 82-stamp-now
    move spaces to resultsLine
    string "started  " requestNumberText " " requestStamp(requestIndex) " "
           trim(requestMember(requestIndex)) " " trim(requestRequester(requestIndex))
           " worker " trim(workerDisplay)
           delimited by size into resultsLine
    perform 81-write-result-record

    string "(info): Request " requestNumberText " (" trim(requestMember(requestIndex)) " for " trim(requestRequester(requestIndex)) ") started on worker " trim(workerDisplay) delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> Two runs over one member would collide on presql's per-program lock,
*> so a member already being precompiled keeps its next request queued.
*>------------------------------------------------------------------------------
271-check-the-member-is-free.

    set theMemberIsBusy to false
    perform varying busyScanIndex from 1 by 1 until busyScanIndex > workerCount
        if workerRequest(busyScanIndex) > zeros
            if requestMember(workerRequest(busyScanIndex)) = requestMember(requestIndex)
                set theMemberIsBusy to true
                exit perform
            end-if
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The request's command line, run in a background subshell that writes
*> the return code into the done-file when presql ends. The request's
*> own options come first and the standard options after them, so the
*> shop's settings win; the annotated listing and the log are the
*> service's. Where -t names a work directory the listing goes there.
*>------------------------------------------------------------------------------
272-build-the-command.

    move spaces to runPrefixName
    string trim(queueFileName) ".presql.r" requestNumberText delimited by size into runPrefixName
    move spaces to workerDoneFileName(workerIndex)
    string trim(runPrefixName) ".done" delimited by size into workerDoneFileName(workerIndex)
    move spaces to requestLog(requestIndex)
    string trim(runPrefixName) ".log" delimited by size into requestLog(requestIndex)
    move spaces to workerGateFileName(workerIndex)
    string trim(requestMember(requestIndex)) ".presql.gate" delimited by size into workerGateFileName(workerIndex)

    move spaces to optionsInForce
    string trim(requestOptions(requestIndex)) " " trim(standardOptionsText) delimited by size into optionsInForce
    move trim(optionsInForce) to optionsInForce

    *> The options as presql will take them: the last -t wins, and any
    *> -G puts the gate in force.
    move spaces to workDirectoryText
    set theGateIsInForce(workerIndex) to false
    move getWordCount(optionsInForce) to optionWordCount
    perform varying optionWordIndex from 1 by 1 until optionWordIndex > optionWordCount
        move getWord(optionsInForce, optionWordIndex) to optionWord
        if trim(optionWord) = "-G"
            set theGateIsInForce(workerIndex) to true
        end-if
        if trim(optionWord) = "-t" and optionWordIndex < optionWordCount
            compute nextOptionIndex = optionWordIndex + 1
            move getWord(optionsInForce, nextOptionIndex) to workDirectoryText
        end-if
    end-perform

    move spaces to requestListing(requestIndex)
    if workDirectoryText = spaces
        string trim(requestMember(requestIndex)) ".presql.list" delimited by size into requestListing(requestIndex)
    else
        perform 273-cut-the-base-name
        string trim(workDirectoryText) "/" trim(memberBaseName) ".presql.list" delimited by size into requestListing(requestIndex)
    end-if

    move spaces to runCommandText
    string "( " trim(presqlCommandName) " " trim(optionsInForce)
           " -s " trim(requestMember(requestIndex))
           " -a -l " trim(requestLog(requestIndex))
           " ; echo $? > " trim(workerDoneFileName(workerIndex))
           " ) > /dev/null 2>&1 &"
           delimited by size into runCommandText.

*>------------------------------------------------------------------------------
*> Strips the directory portion off the member name, the way presql cuts
*> it for the -t work directory.
*>------------------------------------------------------------------------------
273-cut-the-base-name.

    move zeros to lastSlashPosition
    perform varying slashScanIndex from 1 by 1
              until slashScanIndex > stored-char-length(trim(requestMember(requestIndex)))
        if requestMember(requestIndex)(slashScanIndex:1) = "/"
            move slashScanIndex to lastSlashPosition
        end-if
    end-perform

    if lastSlashPosition > zeros
        move requestMember(requestIndex)(lastSlashPosition + 1:) to memberBaseName
    else
        move requestMember(requestIndex) to memberBaseName
    end-if.

*>------------------------------------------------------------------------------
*> How many requests are in each state.
*>------------------------------------------------------------------------------
29-count-the-requests.

    move zeros to queuedCount runningCount finishedCount refusedCount
    perform varying requestIndex from 1 by 1 until requestIndex > requestCount
        evaluate true
            when requestIsQueued(requestIndex)   add 1 to queuedCount
            when requestIsRunning(requestIndex)  add 1 to runningCount
            when requestIsFinished(requestIndex) add 1 to finishedCount
            when requestIsRefused(requestIndex)  add 1 to refusedCount
        end-evaluate
    end-perform.

*>------------------------------------------------------------------------------
*> The status inquiry: whether the library is held, the counts, and one
*> line per request in queue order.
*>------------------------------------------------------------------------------
3-show-the-status.

    perform 21-load-the-queue
    if thereWasAnError
        exit paragraph
    end-if
    perform 22-load-the-results
    perform 29-count-the-requests

    move function current-date to nowStamp
    display "Precompile queue " trim(queueFileName) " at "
            nowStamp(1:4) "-" nowStamp(5:2) "-" nowStamp(7:2) " "
            nowStamp(9:2) ":" nowStamp(11:2) ":" nowStamp(13:2)

    move libraryHoldFileName to probeFileName
    perform 83-probe-the-file
    if theProbedFileExists
        display "Library held by a batch run (" trim(probeLine) "); new requests wait"
    else
        display "Library free"
    end-if
    move stopFileName to probeFileName
    perform 83-probe-the-file
    if theProbedFileExists
        display "A stop is requested; the service starts no new request"
    end-if

    move queuedCount to countDisplay
    display "Queued " trim(countDisplay) no advancing
    move runningCount to countDisplay
    display ", running " trim(countDisplay) no advancing
    move finishedCount to countDisplay
    display ", finished " trim(countDisplay) no advancing
    move refusedCount to countDisplay
    display ", refused " trim(countDisplay)

    perform varying requestIndex from 1 by 1 until requestIndex > requestCount
        if not requestIsNotOne(requestIndex)
            perform 31-show-one-request
        end-if
    end-perform.

31-show-one-request.

    move requestIndex to requestNumberText
    display " "
    evaluate true
        when requestIsQueued(requestIndex)
            display requestNumberText "  queued    " trim(requestMember(requestIndex))
                    "  for " trim(requestRequester(requestIndex))
        when requestIsRunning(requestIndex)
            move requestWorker(requestIndex) to workerDisplay
            display requestNumberText "  running   " trim(requestMember(requestIndex))
                    "  for " trim(requestRequester(requestIndex))
                    "  since " trim(requestStamp(requestIndex))
                    "  worker " trim(workerDisplay)
        when requestIsFinished(requestIndex)
            display requestNumberText "  finished  " trim(requestMember(requestIndex))
                    "  for " trim(requestRequester(requestIndex))
                    "  at " trim(requestStamp(requestIndex))
                    "  rc " trim(requestReturnCode(requestIndex))
                    "  gate " trim(requestGate(requestIndex))
            display "          listing " trim(requestListing(requestIndex))
            display "          log     " trim(requestLog(requestIndex))
        when requestIsRefused(requestIndex)
            display requestNumberText "  refused   " trim(requestMember(requestIndex))
                    "  for " trim(requestRequester(requestIndex))
                    "  at " trim(requestStamp(requestIndex))
            display "          " trim(requestReason(requestIndex))
    end-evaluate.

*>------------------------------------------------------------------------------
*> Appends resultsLine to the results file; the service cannot go on
*> without a record of what it did.
*>------------------------------------------------------------------------------
81-write-result-record.

    open extend resultsFile
    if resultsFileStatus = "35"
        open output resultsFile
    end-if
    if resultsFileStatus not = "00"
        string "(ERROR): PSQL3511E Writing results file " trim(resultsFileName) " failed with file-status " resultsFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    write resultsLine
    close resultsFile.

*>------------------------------------------------------------------------------
*> Stamps the request at hand with the date and time, as the results
*> records carry them, and its number for the record.
*>------------------------------------------------------------------------------
82-stamp-now.

    move function current-date to nowStamp
    move spaces to requestStamp(requestIndex)
    string nowStamp(1:8) " " nowStamp(9:6) delimited by size into requestStamp(requestIndex)
    move requestIndex to requestNumberText.

*>------------------------------------------------------------------------------
*> Whether probeFileName is there, with its first line in probeLine.
*>------------------------------------------------------------------------------
83-probe-the-file.

    set theProbedFileExists to false
    move spaces to probeLine
    open input probeFile
    if probeFileStatus not = "00"
        move spaces to probeFileStatus
        exit paragraph
    end-if
    set theProbedFileExists to true
    read probeFile next record
        at end move spaces to probeLine
    end-read
    close probeFile.

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
