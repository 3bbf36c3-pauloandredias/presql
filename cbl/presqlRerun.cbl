*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlRerun.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Rerun list builder: reads the -m manifest of an earlier batch run and
*> writes a new batch list holding only the members that failed it, for
*> the morning after a night where a handful of members out of thousands
*> broke on something since fixed (a missing copybook, a catalog entry).
*> The -y checkpoint only resumes members a run never finished; this
*> picks out members that finished badly.
*>
*>     presqlRerun -m <manifest-file> -b <batch-list> -o <rerun-list>
*>                 [-u <run-id>] [-r <return-code>] [-g] [-i <message-id> ...]
*>
*> A member is selected when its manifest record for the run ended at or
*> above the -r return code, breached the -G severity gate (-g), or
*> raised one of the -i message ids; with none of the three informed,
*> members ending fatal (12) or above the gate are selected. The run is
*> the -u run id, or the run of the manifest's last record. Each selected
*> member is written with its whole line from the original batch list,
*> override words included, in batch list order, under a first line
*>
*>     *> rerun of run <run-id>
*>
*> which presql takes as a note, not a member, and carries into the
*> rerun's audit record so the two runs read as one in the audit trail.
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
    select manifestFile assign to manifestFileName
    organization is line sequential
    file status is manifestFileStatus.

    select batchListFile assign to batchListFileName
    organization is line sequential
    file status is batchListFileStatus.

    select rerunListFile assign to rerunListFileName
    organization is line sequential
    file status is rerunListFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd manifestFile.
01 manifestLine                 pic x(255).

fd batchListFile.
01 batchListLine                pic x(255).

fd rerunListFile.
01 rerunListLine                pic x(255).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 manifestFileStatus       pic x(002)  value spaces.
        88 manifestEof          value "10"  false "00".
    03 batchListFileStatus      pic x(002)  value spaces.
        88 batchListEof         value "10"  false "00".
    03 rerunListFileStatus      pic x(002)  value spaces.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-m         value "-m"  false spaces. *> The manifest of the run to rerun from
        88 argumentIs-b         value "-b"  false spaces. *> The batch list that run was started with
        88 argumentIs-o         value "-o"  false spaces. *> The rerun batch list to write
        88 argumentIs-u         value "-u"  false spaces. *> The run id (default: the manifest's last run)
        88 argumentIs-r         value "-r"  false spaces. *> Select members ending at or above this return code
        88 argumentIs-i         value "-i"  false spaces. *> Select members that raised this message id (repeatable)
    03 manifestFileName         pic x(255)  value spaces.
    03 batchListFileName        pic x(255)  value spaces.
    03 rerunListFileName        pic x(255)  value spaces.
    03 wantedRunId              pic x(020)  value spaces.
    03 runIdGivenState          pic 9(001)  value zeros.
        88 theRunIdWasGiven     value 1     false 0.
    03 wantedReturnCode         pic 9(002)  value 99.
        88 noReturnCodeWanted   value 99.
    03 gateSelectionState       pic 9(001)  value zeros.
        88 gateBreachesAreWanted value 1    false 0.
    03 wantedMessageCount       binary-short unsigned value zeros.
    03 wantedMessageMax         binary-short unsigned value 10.
    03 wantedMessageId          pic x(009) occurs 10.
    03 wantedMessageIndex       binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The manifest fields, as presql writes them: member, copybooks expanded,
*> statements extracted, member return code, run id, SQL complexity score,
*> "gate" when the member finished above the -G gate (empty otherwise),
*> and the message ids the member raised, space separated.
*>------------------------------------------------------------------------------
01 manifestFields.
    03 manifestMemberName       pic x(255) value spaces.
    03 manifestCopybooks        pic x(020) value spaces.
    03 manifestStatements       pic x(020) value spaces.
    03 manifestReturnCode       pic x(020) value spaces.
    03 manifestRunId            pic x(020) value spaces.
    03 manifestComplexityScore  pic x(020) value spaces.
    03 manifestGateMarker       pic x(020) value spaces.
    03 manifestMessageIds       pic x(080) value spaces.

*>------------------------------------------------------------------------------
*> The run's members, one entry each; a member the run's records name
*> more than once keeps its latest record.
*>------------------------------------------------------------------------------
01 memberControls.
    03 memberCount              binary-short unsigned value zeros.
    03 memberMax                binary-short unsigned value 2500.
    03 memberIndex              binary-short unsigned value zeros.
    03 memberFoundIndex         binary-short unsigned value zeros.
    03 memberEntry              occurs 2500.
        05 memberName           pic x(255).
        05 memberSelectState    pic 9(001).
            88 theMemberIsSelected value 1 false 0.
        05 memberWrittenState   pic 9(001).
            88 theMemberIsWritten value 1  false 0.
    03 memberTableFullState     pic 9(001) value zeros.
        88 theMemberTableIsFull value 1    false 0.
    03 memberReturnCode         pic 9(002) value zeros.
    03 messageIdTally           binary-short unsigned value zeros.
    03 batchMemberName          pic x(255) value spaces.
    03 firstWord                binary-short unsigned value 1.

01 countControls.
    03 recordsOfTheRun          binary-short unsigned value zeros.
    03 selectedCount            binary-short unsigned value zeros.
    03 writtenCount             binary-short unsigned value zeros.
    03 unlistedCount            binary-short unsigned value zeros.
    03 selectedDisplay          pic zzzz9  value zeros.
    03 membersDisplay           pic zzzz9  value zeros.
    03 memberMaxDisplay         pic zzzz9  value zeros.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-find-the-run
    end-if
    if itIsOkSoFar
        perform 3-select-the-members
    end-if
    if itIsOkSoFar
        perform 4-write-the-rerun-list
    end-if

    if thereWasAnError
        move 12 to return-code
    else
        if selectedCount = zeros or unlistedCount > zeros or theMemberTableIsFull
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

    if manifestFileName = spaces or batchListFileName = spaces or rerunListFileName = spaces
        move "(ERROR): PSQL3001E Usage: presqlRerun -m <manifest-file> -b <batch-list> -o <rerun-list> [-u <run-id>] [-r <return-code>] [-g] [-i <message-id> ...]" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if

    if wantedRunId not = spaces
        set theRunIdWasGiven to true
    end-if

    *> Nothing asked for: the members that failed outright or at the gate.
    if noReturnCodeWanted and not gateBreachesAreWanted and wantedMessageCount = zeros
        move 12 to wantedReturnCode
        set gateBreachesAreWanted to true
    end-if.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-m" set argumentIs-m to true
        when "-b" set argumentIs-b to true
        when "-o" set argumentIs-o to true
        when "-u" set argumentIs-u to true
        when "-r" set argumentIs-r to true
        when "-i" set argumentIs-i to true
        when "-g" set gateBreachesAreWanted to true
        when other
            if argumentIs-m
                move argumentText to manifestFileName
                set argumentIs-m to false
            else
                if argumentIs-b
                    move argumentText to batchListFileName
                    set argumentIs-b to false
                else
                    if argumentIs-o
                        move argumentText to rerunListFileName
                        set argumentIs-o to false
                    else
                        if argumentIs-u
                            move argumentText to wantedRunId
                            set argumentIs-u to false
                        else
                            if argumentIs-r
                                move numval(argumentText) to wantedReturnCode
                                set argumentIs-r to false
                            else
                                if argumentIs-i
                                    if wantedMessageCount < wantedMessageMax
                                        add 1 to wantedMessageCount
                                        move upper-case(argumentText) to wantedMessageId(wantedMessageCount)
                                    end-if
                                    set argumentIs-i to false
                                else
                                    string "(ERROR): PSQL3002E Unexpected argument " trim(argumentText) delimited by size into logText
                                    perform 90-write-log
                                    set thereWasAnError to true
                                end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-if
    end-evaluate.

*>------------------------------------------------------------------------------
*> The run to rerun: the -u run id, or the run of the last record in the
*> manifest (the run that wrote it last).
*>------------------------------------------------------------------------------
2-find-the-run.

    open input manifestFile
    if manifestFileStatus not = "00"
        string "(ERROR): PSQL3003E Opening manifest " trim(manifestFileName) " failed with file-status " manifestFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move zeros to recordsOfTheRun
    read manifestFile next record at end set manifestEof to true end-read
    perform until manifestEof
        if manifestLine not = spaces
            perform 21-split-the-manifest-record
            if theRunIdWasGiven
                if trim(manifestRunId) = trim(wantedRunId)
                    add 1 to recordsOfTheRun
                end-if
            else
                move manifestRunId to wantedRunId
                move 1 to recordsOfTheRun
            end-if
        end-if
        read manifestFile next record at end set manifestEof to true end-read
    end-perform
    close manifestFile

    if recordsOfTheRun = zeros
        string "(ERROR): PSQL3006E The manifest " trim(manifestFileName) " holds no record of run " trim(wantedRunId) delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> One manifest record into its fields.
*>------------------------------------------------------------------------------
21-split-the-manifest-record.

    move spaces to manifestFields
    unstring manifestLine delimited by ","
        into manifestMemberName manifestCopybooks manifestStatements
             manifestReturnCode manifestRunId manifestComplexityScore
             manifestGateMarker manifestMessageIds
    end-unstring.

*>------------------------------------------------------------------------------
*> Marks each member of the run selected or not, by its latest record.
*>------------------------------------------------------------------------------
3-select-the-members.

    open input manifestFile
    if manifestFileStatus not = "00"
        string "(ERROR): PSQL3003E Opening manifest " trim(manifestFileName) " failed with file-status " manifestFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read manifestFile next record at end set manifestEof to true end-read
    perform until manifestEof
        if manifestLine not = spaces
            perform 21-split-the-manifest-record
            if trim(manifestRunId) = trim(wantedRunId)
                perform 31-take-one-member
            end-if
        end-if
        read manifestFile next record at end set manifestEof to true end-read
    end-perform
    close manifestFile

    move zeros to selectedCount
    perform varying memberIndex from 1 by 1 until memberIndex > memberCount
        if theMemberIsSelected(memberIndex)
            add 1 to selectedCount
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Finds or adds the member's entry and applies the selection to it.
*>------------------------------------------------------------------------------
31-take-one-member.

    move zeros to memberFoundIndex
    perform varying memberIndex from 1 by 1 until memberIndex > memberCount
        if memberName(memberIndex) = manifestMemberName
            move memberIndex to memberFoundIndex
            exit perform
        end-if
    end-perform

    if memberFoundIndex = zeros
        if memberCount >= memberMax
            if not theMemberTableIsFull
                set theMemberTableIsFull to true
                move memberMax to memberMaxDisplay
                string "(WARNING): PSQL3009W More than " trim(memberMaxDisplay) " members in run " trim(wantedRunId) "; the rest are not considered" delimited by size into logText
                perform 90-write-log
            end-if
            exit paragraph
        end-if
        add 1 to memberCount
        move memberCount to memberFoundIndex
        move manifestMemberName to memberName(memberFoundIndex)
        set theMemberIsWritten(memberFoundIndex) to false
    end-if

    set theMemberIsSelected(memberFoundIndex) to false
    move numval(manifestReturnCode) to memberReturnCode

    if not noReturnCodeWanted and memberReturnCode >= wantedReturnCode
        set theMemberIsSelected(memberFoundIndex) to true
    end-if

    *> A manifest written before the complexity score carries the gate
    *> marker in the score's place.
    if gateBreachesAreWanted and
       (trim(manifestGateMarker) = "gate" or trim(manifestComplexityScore) = "gate")
        set theMemberIsSelected(memberFoundIndex) to true
    end-if

    perform varying wantedMessageIndex from 1 by 1 until wantedMessageIndex > wantedMessageCount
        move zeros to messageIdTally
        inspect manifestMessageIds tallying messageIdTally for all wantedMessageId(wantedMessageIndex)
        if messageIdTally > zeros
            set theMemberIsSelected(memberFoundIndex) to true
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Copies the selected members' lines out of the original batch list, in
*> its order, under the note naming the run they rerun. A selected member
*> the list no longer names is still written, by name alone.
*>------------------------------------------------------------------------------
4-write-the-rerun-list.

    open input batchListFile
    if batchListFileStatus not = "00"
        string "(ERROR): PSQL3004E Opening batch list " trim(batchListFileName) " failed with file-status " batchListFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    open output rerunListFile
    if rerunListFileStatus not = "00"
        string "(ERROR): PSQL3005E Opening " trim(rerunListFileName) " failed with file-status " rerunListFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        close batchListFile
        exit paragraph
    end-if

    move spaces to rerunListLine
    string "*> rerun of run " trim(wantedRunId) delimited by size into rerunListLine
    write rerunListLine

    read batchListFile next record at end set batchListEof to true end-read
    perform until batchListEof
        *> Notes (an earlier rerun's own header) stay behind.
        if batchListLine not = spaces and trim(batchListLine)(1:2) not = "*>"
            perform 41-copy-one-batch-line
        end-if
        read batchListFile next record at end set batchListEof to true end-read
    end-perform
    close batchListFile

    perform varying memberIndex from 1 by 1 until memberIndex > memberCount
        if theMemberIsSelected(memberIndex) and not theMemberIsWritten(memberIndex)
            add 1 to unlistedCount
            write rerunListLine from memberName(memberIndex)
            set theMemberIsWritten(memberIndex) to true
            string "(WARNING): PSQL3007W " trim(memberName(memberIndex)) " is not in " trim(batchListFileName) " and is listed without override words" delimited by size into logText
            perform 90-write-log
        end-if
    end-perform
    close rerunListFile

    move selectedCount to selectedDisplay
    move memberCount to membersDisplay
    if selectedCount = zeros
        string "(WARNING): PSQL3008W No member of run " trim(wantedRunId) " matched the selection; " trim(rerunListFileName) " lists none" delimited by size into logText
        perform 90-write-log
    else
        string "(info): " trim(selectedDisplay) " of " trim(membersDisplay) " member(s) of run " trim(wantedRunId) " written to " trim(rerunListFileName) delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> One member line of the batch list, written whole when the member was
*> selected (the first time only: a list naming a member twice reruns it
*> once).
*>------------------------------------------------------------------------------
41-copy-one-batch-line.

    move getWord(batchListLine, firstWord) to batchMemberName
    perform varying memberIndex from 1 by 1 until memberIndex > memberCount
        if memberName(memberIndex) = batchMemberName
            if theMemberIsSelected(memberIndex) and not theMemberIsWritten(memberIndex)
                write rerunListLine from batchListLine
                set theMemberIsWritten(memberIndex) to true
                add 1 to writtenCount
            end-if
            exit perform
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
