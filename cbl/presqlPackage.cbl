*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlPackage.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Promotion package builder: reads the -m manifest of a precompile run and
*> gathers, for every member that completed successfully (return code
*> below 12 and not held back by the -G gate), every artifact the run left
*> for it - the translated output, the .presql.listing file and, when the
*> run used -X, the .presql.bind file - plus the manifest itself, into one
*> package file for the move from test to production:
*>
*>     presqlPackage -m <manifest-file> -o <package-file> [-t <work-directory>]
*>
*> -t names the work directory the run routed its intermediates to, when it
*> did (the same -t presql was given); otherwise the artifacts are looked
*> for next to each member's source. A required artifact that cannot be
*> found stops the build: no package is better than one missing a piece.
*>
*> The package is a line sequential file: a header, a table of contents
*> with one entry per artifact (kind, member, member return code, line
*> count and checksum), then each artifact's lines, and a trailer. Every
*> record is stamped with the run id that produced it. presqlInstall
*> verifies and unpacks it on the target side.
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
    select manifestFile assign to manifestFileName
    organization is line sequential
    file status is manifestFileStatus.

    select artifactFile assign to artifactFileName
    organization is line sequential
    file status is artifactFileStatus.

    select packageFile assign to packageFileName
    organization is line sequential
    file status is packageFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd manifestFile.
01 manifestLine                 pic x(255).

fd artifactFile.
01 artifactLine                 pic x(255).

fd packageFile.
01 packageLine                  pic x(300).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 manifestFileStatus       pic x(002)  value spaces.
        88 manifestEof          value "10"  false "00".
        88 manifestNotFound     value "35"  false "00".
    03 artifactFileStatus       pic x(002)  value spaces.
        88 artifactEof          value "10"  false "00".
        88 artifactNotFound     value "35"  false "00".
    03 packageFileStatus        pic x(002)  value spaces.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-m         value "-m"  false spaces. *> The manifest of the run to package
        88 argumentIs-o         value "-o"  false spaces. *> The package file to write
        88 argumentIs-t         value "-t"  false spaces. *> The work directory the run's intermediates went to

01 packageControls.
    03 manifestFileName         pic x(255)  value spaces.
    03 packageFileName          pic x(255)  value spaces.
    03 workDirectory            pic x(255)  value spaces.
    03 artifactFileName         pic x(255)  value spaces.
    03 packageStamp             pic x(021)  value spaces.
    03 packageId                pic x(020)  value spaces.
    03 packageRunId             pic x(020)  value spaces.
    03 artifactPrefix           pic x(255)  value spaces.
    03 lastSlashPosition        binary-long unsigned value zeros.
    03 slashScanIndex           binary-long unsigned value zeros.
    03 checksumCharIndex        binary-long unsigned value zeros.
    03 artifactLineLength       binary-long unsigned value zeros.
    03 copiedLines              pic 9(007)  value zeros.
    03 baseNameText             pic x(120)  value spaces.
    03 countDisplay             pic zzz9    value zeros.
    03 lineCountDisplay         pic zzzzzz9 value zeros.

*>------------------------------------------------------------------------------
*> The manifest fields, as presql writes them: member, copybooks expanded,
*> statements extracted, member return code, run id, SQL complexity score,
*> and ",gate" when the member finished above the -G gate. A manifest
*> written before the score was added carries the marker in its place.
*>------------------------------------------------------------------------------
01 manifestFields.
    03 manifestMemberName       pic x(255) value spaces.
    03 manifestCopybooks        pic x(020) value spaces.
    03 manifestStatements       pic x(020) value spaces.
    03 manifestReturnCode       pic x(020) value spaces.
    03 manifestRunId            pic x(020) value spaces.
    03 manifestComplexityScore  pic x(020) value spaces.
    03 manifestGateMarker       pic x(020) value spaces.

*>------------------------------------------------------------------------------
*> The members to package, one entry each; a member run more than once
*> (a failed member rerun under -y) keeps its latest record.
*>------------------------------------------------------------------------------
01 memberControls.
    03 memberCount              binary-short unsigned value zeros.
    03 memberMax                binary-short unsigned value 500.
    03 memberEntry              occurs 500.
        05 memberName           pic x(255).
        05 memberReturnCode     pic 9(002).
        05 memberRunId          pic x(020).
        05 memberIsPackaged     pic 9(001).
            88 memberGoesInThePackage value 1 false 0.
    03 memberIndex              binary-short unsigned value zeros.
    03 memberFoundIndex         binary-short unsigned value zeros.
    03 membersPackaged          binary-short unsigned value zeros.
    03 membersLeftOut           binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The table of contents, built and checksummed before anything is
*> written, so the package never holds a partial set.
*>------------------------------------------------------------------------------
01 artifactControls.
    03 artifactCount            binary-short unsigned value zeros.
    03 artifactMax              binary-short unsigned value 2000.
    03 artifactEntry            occurs 2000.
        05 artifactKind         pic x(008).
        05 artifactMember       binary-short unsigned.
        05 artifactPath         pic x(255).
        05 artifactBaseName     pic x(120).
        05 artifactLines        pic 9(007).
        05 artifactChecksum     pic 9(010).
    03 artifactIndex            binary-short unsigned value zeros.
    03 wantedArtifactKind       pic x(008) value spaces.
    03 wantedArtifactPath       pic x(255) value spaces.
    03 artifactState            pic 9(001) value zeros.
        88 artifactIsRequired   value 1    false 0.

*>------------------------------------------------------------------------------
*> The package records; presqlInstall carries the same layouts.
*>------------------------------------------------------------------------------
01 packageHeader.
    03 headerType               pic x(001) value "H".
    03 filler                   pic x(001) value space.
    03 headerPackageId          pic x(020).
    03 filler                   pic x(001) value space.
    03 headerRunId              pic x(020).
    03 filler                   pic x(001) value space.
    03 headerDate               pic x(008).
    03 filler                   pic x(001) value space.
    03 headerTime               pic x(006).
    03 filler                   pic x(001) value space.
    03 headerMembers            pic 9(004).
    03 filler                   pic x(001) value space.
    03 headerArtifacts          pic 9(004).
    03 filler                   pic x(001) value space.
    03 headerManifestName       pic x(120).

01 packageContentsEntry.
    03 contentsType             pic x(001) value "T".
    03 filler                   pic x(001) value space.
    03 contentsSequence         pic 9(004).
    03 filler                   pic x(001) value space.
    03 contentsKind             pic x(008).
    03 filler                   pic x(001) value space.
    03 contentsReturnCode       pic 9(002).
    03 filler                   pic x(001) value space.
    03 contentsLines            pic 9(007).
    03 filler                   pic x(001) value space.
    03 contentsChecksum         pic 9(010).
    03 filler                   pic x(001) value space.
    03 contentsRunId            pic x(020).
    03 filler                   pic x(001) value space.
    03 contentsBaseName         pic x(120).
    03 filler                   pic x(001) value space.
    03 contentsMember           pic x(120).

01 packageArtifactStart.
    03 startType                pic x(001) value "A".
    03 filler                   pic x(001) value space.
    03 startSequence            pic 9(004).
    03 filler                   pic x(001) value space.
    03 startRunId               pic x(020).
    03 filler                   pic x(001) value space.
    03 startBaseName            pic x(120).

01 packageDataLine.
    03 dataType                 pic x(001) value "D".
    03 filler                   pic x(001) value space.
    03 dataText                 pic x(255).

01 packageTrailer.
    03 trailerType              pic x(001) value "Z".
    03 filler                   pic x(001) value space.
    03 trailerPackageId         pic x(020).
    03 filler                   pic x(001) value space.
    03 trailerArtifacts         pic 9(004).

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-load-the-manifest
    end-if
    if itIsOkSoFar
        perform 3-gather-the-artifacts
    end-if
    if itIsOkSoFar
        perform 4-write-the-package
    end-if

    if thereWasAnError
        move 12 to return-code
    else
        if membersLeftOut > zeros
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

    if manifestFileName = spaces or packageFileName = spaces
        move "(ERROR): PSQL2401E Usage: presqlPackage -m <manifest-file> -o <package-file> [-t <work-directory>]" to logText
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
        when "-m" set argumentIs-m to true
        when "-o" set argumentIs-o to true
        when "-t" set argumentIs-t to true
        when other
            evaluate true
                when argumentIs-m
                    move argumentText to manifestFileName
                when argumentIs-o
                    move argumentText to packageFileName
                when argumentIs-t
                    move argumentText to workDirectory
                when other
                    string "(ERROR): PSQL2402E Unexpected argument " trim(argumentText) delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
            end-evaluate
            move spaces to argumentState
    end-evaluate.

*>------------------------------------------------------------------------------
*> Reads the manifest, one entry per member. The package is stamped with
*> the run id of the manifest's last record - the run that finished it.
*>------------------------------------------------------------------------------
2-load-the-manifest.

    open input manifestFile
    if manifestNotFound
        string "(ERROR): PSQL2403E Manifest " trim(manifestFileName) " not found" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if manifestFileStatus not = "00"
        string "(ERROR): PSQL2404E Opening " trim(manifestFileName) " failed with file-status " manifestFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read manifestFile next record at end set manifestEof to true end-read
    perform until manifestEof
        if manifestLine not = spaces
            perform 21-note-one-member
        end-if
        read manifestFile next record at end set manifestEof to true end-read
    end-perform
    close manifestFile

    if memberCount = zeros
        string "(ERROR): PSQL2405E Manifest " trim(manifestFileName) " names no members" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> One manifest record: a member seen before takes the newer record.
*>------------------------------------------------------------------------------
21-note-one-member.

    move spaces to manifestFields
    unstring manifestLine delimited by ","
        into manifestMemberName manifestCopybooks manifestStatements
             manifestReturnCode manifestRunId manifestComplexityScore
             manifestGateMarker
    end-unstring
    if manifestRunId not = spaces
        move manifestRunId to packageRunId
    end-if

    move zeros to memberFoundIndex
    perform varying memberIndex from 1 by 1
              until memberIndex > memberCount or memberFoundIndex > zeros
        if memberName(memberIndex) = manifestMemberName
            move memberIndex to memberFoundIndex
        end-if
    end-perform
    if memberFoundIndex = zeros
        if memberCount >= memberMax
            move memberMax to countDisplay
            string "(ERROR): PSQL2406E More than " trim(countDisplay) " members in the manifest; package the run in parts" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
            set manifestEof to true
            exit paragraph
        end-if
        add 1 to memberCount
        move memberCount to memberFoundIndex
    end-if

    move manifestMemberName to memberName(memberFoundIndex)
    move manifestRunId to memberRunId(memberFoundIndex)
    if trim(manifestReturnCode) is numeric
        move numval(manifestReturnCode) to memberReturnCode(memberFoundIndex)
    else
        move 12 to memberReturnCode(memberFoundIndex)
    end-if
    if memberReturnCode(memberFoundIndex) < 12 and
       trim(manifestGateMarker) not = "gate" and
       trim(manifestComplexityScore) not = "gate"
        set memberGoesInThePackage(memberFoundIndex) to true
    else
        set memberGoesInThePackage(memberFoundIndex) to false
    end-if.

*>------------------------------------------------------------------------------
*> Lists and checksums every artifact of every member that goes in; the
*> manifest itself closes the list.
*>------------------------------------------------------------------------------
3-gather-the-artifacts.

    perform varying memberIndex from 1 by 1
              until memberIndex > memberCount or thereWasAnError
        if memberGoesInThePackage(memberIndex)
            add 1 to membersPackaged
            perform 31-gather-one-member
        else
            add 1 to membersLeftOut
            move memberReturnCode(memberIndex) to countDisplay
            string "(WARNING): PSQL2407W " trim(memberName(memberIndex)) " ended with rc " trim(countDisplay) " or above the gate and is left out of the package" delimited by size into logText
            perform 90-write-log
        end-if
    end-perform

    if thereWasAnError
        exit paragraph
    end-if
    if membersPackaged = zeros
        string "(ERROR): PSQL2408E No member of " trim(manifestFileName) " completed successfully; there is nothing to package" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move zeros to memberIndex
    move "MANIFEST" to wantedArtifactKind
    move manifestFileName to wantedArtifactPath
    set artifactIsRequired to true
    perform 32-add-one-artifact.

*>------------------------------------------------------------------------------
*> A member's artifacts sit where the run's intermediates went: next to
*> the source, or in the -t work directory under the source's base name.
*>------------------------------------------------------------------------------
31-gather-one-member.

    if workDirectory = spaces
        move memberName(memberIndex) to artifactPrefix
    else
        move memberName(memberIndex) to wantedArtifactPath
        perform 33-build-base-name
        move spaces to artifactPrefix
        string trim(workDirectory) "/" trim(baseNameText) delimited by size into artifactPrefix
    end-if

    move "OUTPUT" to wantedArtifactKind
    move spaces to wantedArtifactPath
    string trim(artifactPrefix) ".presql.step3" delimited by size into wantedArtifactPath
    set artifactIsRequired to true
    perform 32-add-one-artifact

    move "LISTING" to wantedArtifactKind
    move spaces to wantedArtifactPath
    string trim(artifactPrefix) ".presql.listing" delimited by size into wantedArtifactPath
    set artifactIsRequired to true
    perform 32-add-one-artifact

    *> Only a run with -X leaves a bind file behind.
    move "BIND" to wantedArtifactKind
    move spaces to wantedArtifactPath
    string trim(artifactPrefix) ".presql.bind" delimited by size into wantedArtifactPath
    set artifactIsRequired to false
    perform 32-add-one-artifact.

*>------------------------------------------------------------------------------
*> Counts and checksums one artifact into the table of contents. The
*> checksum is the shop's usual running one (as presqlBindFile's), with
*> each line's length folded in after its text so a split or joined line
*> changes it too.
*>------------------------------------------------------------------------------
32-add-one-artifact.

    move wantedArtifactPath to artifactFileName
    open input artifactFile
    if artifactFileStatus not = "00"
        if artifactIsRequired
            string "(ERROR): PSQL2409E Artifact " trim(wantedArtifactPath) " cannot be opened (file-status " artifactFileStatus ")" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
        end-if
        move spaces to artifactFileStatus
        exit paragraph
    end-if

    if artifactCount >= artifactMax
        close artifactFile
        move artifactMax to countDisplay
        string "(ERROR): PSQL2410E More than " trim(countDisplay) " artifacts; package the run in parts" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    add 1 to artifactCount
    move wantedArtifactKind to artifactKind(artifactCount)
    move memberIndex to artifactMember(artifactCount)
    move wantedArtifactPath to artifactPath(artifactCount)
    perform 33-build-base-name
    move baseNameText to artifactBaseName(artifactCount)
    move zeros to artifactLines(artifactCount)
    move zeros to artifactChecksum(artifactCount)

    read artifactFile next record at end set artifactEof to true end-read
    perform until artifactEof
        add 1 to artifactLines(artifactCount)
        move stored-char-length(artifactLine) to artifactLineLength
        perform varying checksumCharIndex from 1 by 1
                  until checksumCharIndex > artifactLineLength
            compute artifactChecksum(artifactCount) =
                function mod((artifactChecksum(artifactCount) * 31) +
                             function ord(artifactLine(checksumCharIndex:1)),
                             9999999999)
        end-perform
        compute artifactChecksum(artifactCount) =
            function mod((artifactChecksum(artifactCount) * 31) + artifactLineLength,
                         9999999999)
        read artifactFile next record at end set artifactEof to true end-read
    end-perform
    close artifactFile
    move spaces to artifactFileStatus.

*>------------------------------------------------------------------------------
*> The part of wantedArtifactPath after its last slash, into baseNameText.
*>------------------------------------------------------------------------------
33-build-base-name.

    move zeros to lastSlashPosition
    perform varying slashScanIndex from 1 by 1
              until slashScanIndex > stored-char-length(trim(wantedArtifactPath))
        if wantedArtifactPath(slashScanIndex:1) = "/"
            move slashScanIndex to lastSlashPosition
        end-if
    end-perform

    if lastSlashPosition > zeros
        move wantedArtifactPath(lastSlashPosition + 1:) to baseNameText
    else
        move wantedArtifactPath to baseNameText
    end-if.

*>------------------------------------------------------------------------------
*> Header, table of contents, the artifacts, trailer.
*>------------------------------------------------------------------------------
4-write-the-package.

    open output packageFile
    if packageFileStatus not = "00"
        string "(ERROR): PSQL2411E Opening " trim(packageFileName) " failed with file-status " packageFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move function current-date to packageStamp
    move spaces to packageId
    string "K" packageStamp(1:16) delimited by size into packageId

    move packageId to headerPackageId
    move packageRunId to headerRunId
    move packageStamp(1:8) to headerDate
    move packageStamp(9:6) to headerTime
    move membersPackaged to headerMembers
    move artifactCount to headerArtifacts
    move manifestFileName to headerManifestName
    write packageLine from packageHeader

    perform varying artifactIndex from 1 by 1
              until artifactIndex > artifactCount
        move artifactIndex to contentsSequence
        move artifactKind(artifactIndex) to contentsKind
        move artifactLines(artifactIndex) to contentsLines
        move artifactChecksum(artifactIndex) to contentsChecksum
        move artifactBaseName(artifactIndex) to contentsBaseName
        if artifactMember(artifactIndex) = zeros
            move zeros to contentsReturnCode
            move packageRunId to contentsRunId
            move "*" to contentsMember
        else
            move memberReturnCode(artifactMember(artifactIndex)) to contentsReturnCode
            move memberRunId(artifactMember(artifactIndex)) to contentsRunId
            move memberName(artifactMember(artifactIndex)) to contentsMember
        end-if
        write packageLine from packageContentsEntry
    end-perform

    perform varying artifactIndex from 1 by 1
              until artifactIndex > artifactCount or thereWasAnError
        perform 41-copy-one-artifact
    end-perform

    move packageId to trailerPackageId
    move artifactCount to trailerArtifacts
    write packageLine from packageTrailer
    close packageFile

    if thereWasAnError
        call "CBL_DELETE_FILE" using packageFileName
        exit paragraph
    end-if

    move membersPackaged to countDisplay
    move artifactCount to lineCountDisplay
    string "(info): Package " trim(packageFileName) " (" trim(packageId) ", run " trim(packageRunId) "): "
        trim(countDisplay) " members, " trim(lineCountDisplay) " artifacts" delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> One artifact's lines, each behind a "D" tag. An artifact that changed
*> between the checksum pass and this one would no longer match its
*> table of contents entry, so the line count is checked again.
*>------------------------------------------------------------------------------
41-copy-one-artifact.

    move artifactIndex to startSequence
    if artifactMember(artifactIndex) = zeros
        move packageRunId to startRunId
    else
        move memberRunId(artifactMember(artifactIndex)) to startRunId
    end-if
    move artifactBaseName(artifactIndex) to startBaseName
    write packageLine from packageArtifactStart

    move artifactPath(artifactIndex) to artifactFileName
    open input artifactFile
    if artifactFileStatus not = "00"
        string "(ERROR): PSQL2412E Artifact " trim(artifactFileName) " disappeared while the package was written" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move zeros to copiedLines
    read artifactFile next record at end set artifactEof to true end-read
    perform until artifactEof
        add 1 to copiedLines
        move artifactLine to dataText
        write packageLine from packageDataLine
        read artifactFile next record at end set artifactEof to true end-read
    end-perform
    close artifactFile
    move spaces to artifactFileStatus

    if copiedLines not = artifactLines(artifactIndex)
        string "(ERROR): PSQL2413E Artifact " trim(artifactFileName) " changed while the package was written" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
    end-if.

*>------------------------------------------------------------------------------
*> Writes one line to stderr; like presqlRestore this program runs
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
