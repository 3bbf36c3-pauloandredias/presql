*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlInstall.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Target-side verify and unpack for a promotion package presqlPackage
*> built. Nothing is unpacked until the whole package has been verified:
*> every table of contents entry must have its artifact, with the same
*> run id, line count and checksum, the trailer must close the package,
*> and - with -G - no member may have finished above the gate severity.
*> A package that fails any check is refused as a whole. The install (or
*> the refusal) is appended to the cumulative audit file in the record
*> shape presql uses, so presqlAuditReport lists it with the runs.
*>
*>     presqlInstall -k <package-file> [-t <target-directory>] [-G <severity>]
*>                   [-e <environment>] [-n]
*>
*> The artifacts are unpacked under their own base names into the target
*> directory (the current one, when -t is not informed); -n verifies only.
*> With -e each installed program's entry in the deployment ledger for that
*> environment (DEV, QA, PROD...) is replaced: run id, output checksum,
*> when, by whom, and where its .presql.listing now lives, so
*> presqlDriftReport can compare what two environments run.
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
    select packageFile assign to packageFileName
    organization is line sequential
    file status is packageFileStatus.

    select artifactFile assign to artifactFileName
    organization is line sequential
    file status is artifactFileStatus.

    select auditFile assign to auditFileName
    organization is line sequential
    file status is auditFileStatus.

    select ledgerFile assign to ledgerFileName
    organization is indexed
    access mode is random
    record key is ledgerKey
    file status is ledgerFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd packageFile.
01 packageLine                  pic x(300).

fd artifactFile.
01 artifactLine                 pic x(255).

fd auditFile.
01 auditLine                    pic x(512).

*>------------------------------------------------------------------------------
*> The deployment ledger: what is installed where. presqlRestore and
*> presqlDriftReport carry the same layout.
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

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 flags.
    03 errorFlag                pic 9(001)  value zeros.
        88 itIsOkSoFar          value 0     false 1.
        88 thereWasAnError      value 1     false 0.
    03 packageFileStatus        pic x(002)  value spaces.
        88 packageEof           value "10"  false "00".
        88 packageNotFound      value "35"  false "00".
    03 artifactFileStatus       pic x(002)  value spaces.
    03 auditFileStatus          pic x(002)  value spaces.
    03 ledgerFileStatus         pic x(002)  value spaces.
    03 refusalFlag              pic 9(001)  value zeros.
        88 packageIsRefused     value 1     false 0.
    03 verifyOnlyFlag           pic 9(001)  value zeros.
        88 verifyOnlyIsOn       value 1     false 0.
    03 artifactOpenFlag         pic 9(001)  value zeros.
        88 anArtifactIsOpen     value 1     false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-k         value "-k"  false spaces. *> The package file to verify and unpack
        88 argumentIs-t         value "-t"  false spaces. *> The target directory to unpack into
        88 argumentIs-G         value "-G"  false spaces. *> Refuse any member finishing above this severity
        88 argumentIs-n         value "-n"  false spaces. *> Verify only; unpack nothing
        88 argumentIs-e         value "-e"  false spaces. *> Record the install in the ledger under this environment

01 installControls.
    03 packageFileName          pic x(255)  value spaces.
    03 targetDirectory          pic x(255)  value spaces.
    03 artifactFileName         pic x(255)  value spaces.
    03 gateThreshold            pic 9(002)  value 99.
        88 noGateIsInForce      value 99.
    03 packageId                pic x(020)  value spaces.
    03 packageRunId             pic x(020)  value spaces.
    03 packageMembers           pic 9(004)  value zeros.
    03 checksumCharIndex        binary-long unsigned value zeros.
    03 artifactLineLength       binary-long unsigned value zeros.
    03 countDisplay             pic zzz9    value zeros.
    03 rcDisplay                pic z9      value zeros.
    03 gateDisplay              pic z9      value zeros.
    03 artifactsWritten         binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The table of contents as read, with what the artifact sections
*> actually add up to alongside it.
*>------------------------------------------------------------------------------
01 contentsControls.
    03 contentsCount            binary-short unsigned value zeros.
    03 contentsMax              binary-short unsigned value 2000.
    03 contentsTableEntry       occurs 2000.
        05 expectedKind         pic x(008).
        05 expectedReturnCode   pic 9(002).
        05 expectedLines        pic 9(007).
        05 expectedChecksum     pic 9(010).
        05 expectedRunId        pic x(020).
        05 expectedBaseName     pic x(120).
        05 expectedMember       pic x(120).
        05 foundLines           pic 9(007).
        05 foundChecksum        pic 9(010).
        05 artifactSeenFlag     pic 9(001).
            88 artifactWasSeen  value 1 false 0.
    03 contentsIndex            binary-short unsigned value zeros.
    03 currentArtifact          binary-short unsigned value zeros.
    03 trailerSeenFlag          pic 9(001) value zeros.
        88 trailerWasSeen       value 1    false 0.

*>------------------------------------------------------------------------------
*> The package records, as presqlPackage writes them.
*>------------------------------------------------------------------------------
01 packageHeader.
    03 headerType               pic x(001).
    03 filler                   pic x(001).
    03 headerPackageId          pic x(020).
    03 filler                   pic x(001).
    03 headerRunId              pic x(020).
    03 filler                   pic x(001).
    03 headerDate               pic x(008).
    03 filler                   pic x(001).
    03 headerTime               pic x(006).
    03 filler                   pic x(001).
    03 headerMembers            pic 9(004).
    03 filler                   pic x(001).
    03 headerArtifacts          pic 9(004).
    03 filler                   pic x(001).
    03 headerManifestName       pic x(120).

01 packageContentsEntry.
    03 contentsType             pic x(001).
    03 filler                   pic x(001).
    03 contentsSequence         pic 9(004).
    03 filler                   pic x(001).
    03 contentsKind             pic x(008).
    03 filler                   pic x(001).
    03 contentsReturnCode       pic 9(002).
    03 filler                   pic x(001).
    03 contentsLines            pic 9(007).
    03 filler                   pic x(001).
    03 contentsChecksum         pic 9(010).
    03 filler                   pic x(001).
    03 contentsRunId            pic x(020).
    03 filler                   pic x(001).
    03 contentsBaseName         pic x(120).
    03 filler                   pic x(001).
    03 contentsMember           pic x(120).

01 packageArtifactStart.
    03 startType                pic x(001).
    03 filler                   pic x(001).
    03 startSequence            pic 9(004).
    03 filler                   pic x(001).
    03 startRunId               pic x(020).
    03 filler                   pic x(001).
    03 startBaseName            pic x(120).

01 packageDataLine.
    03 dataType                 pic x(001).
    03 filler                   pic x(001).
    03 dataText                 pic x(255).

01 packageTrailer.
    03 trailerType              pic x(001).
    03 filler                   pic x(001).
    03 trailerPackageId         pic x(020).
    03 filler                   pic x(001).
    03 trailerArtifacts         pic 9(004).

01 auditControls.
    03 auditFileName            pic x(255) value spaces.
    03 installStamp             pic x(021) value spaces.
    03 installRunId             pic x(020) value spaces.
    03 invokingUser             pic x(032) value spaces.

*>------------------------------------------------------------------------------
*> The ledger entries written with -e: one per OUTPUT artifact, the
*> program named by its member's base name up to the first period.
*>------------------------------------------------------------------------------
01 ledgerControls.
    03 ledgerFileName           pic x(255) value spaces.
    03 environmentName          pic x(008) value spaces.
    03 ledgerProgramText        pic x(120) value spaces.
    03 lastSlashPosition        binary-long unsigned value zeros.
    03 slashScanIndex           binary-long unsigned value zeros.
    03 listingIndex             binary-short unsigned value zeros.
    03 ledgerEntriesWritten     binary-short unsigned value zeros.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-verify-the-package
    end-if
    if itIsOkSoFar and not packageIsRefused and not verifyOnlyIsOn
        perform 3-unpack-the-package
    end-if
    if itIsOkSoFar and not packageIsRefused and not verifyOnlyIsOn and
       environmentName not = spaces
        perform 4-update-the-ledger
    end-if
    *> Once the package has been identified, the outcome is evidence,
    *> whether it installed, was refused or broke off while unpacking.
    if packageId not = spaces and not verifyOnlyIsOn
        perform 5-write-audit-record
    end-if

    if thereWasAnError or packageIsRefused
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

    if packageFileName = spaces
        move "(ERROR): PSQL2501E Usage: presqlInstall -k <package-file> [-t <target-directory>] [-G <severity>] [-e <environment>] [-n]" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if

    *> Who and when, shared by the audit record and the ledger entries.
    display "USER" upon environment-name
    accept invokingUser from environment-value
    if invokingUser = spaces
        display "LOGNAME" upon environment-name
        accept invokingUser from environment-value
    end-if

    move function current-date to installStamp
    move spaces to installRunId
    string "I" installStamp(1:16) delimited by size into installRunId.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-k" set argumentIs-k to true
        when "-t" set argumentIs-t to true
        when "-G" set argumentIs-G to true
        when "-e" set argumentIs-e to true
        when "-n" set argumentIs-n to true
                  set verifyOnlyIsOn to true
        when other
            evaluate true
                when argumentIs-k
                    move argumentText to packageFileName
                when argumentIs-t
                    move argumentText to targetDirectory
                when argumentIs-G
                    move numval(argumentText) to gateThreshold
                when argumentIs-e
                    move upper-case(argumentText) to environmentName
                when other
                    string "(ERROR): PSQL2502E Unexpected argument " trim(argumentText) delimited by size into logText
                    perform 90-write-log
                    set thereWasAnError to true
            end-evaluate
            move spaces to argumentState
    end-evaluate.

*>------------------------------------------------------------------------------
*> The verify pass: reads the whole package, recomputing every artifact's
*> line count and checksum against its table of contents entry. Every
*> discrepancy is reported before the package is refused, so one look at
*> the log tells the whole story.
*>------------------------------------------------------------------------------
2-verify-the-package.

    open input packageFile
    if packageNotFound
        string "(ERROR): PSQL2503E Package " trim(packageFileName) " not found" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if packageFileStatus not = "00"
        string "(ERROR): PSQL2504E Opening " trim(packageFileName) " failed with file-status " packageFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read packageFile next record at end set packageEof to true end-read
    if packageEof or packageLine(1:1) not = "H"
        string "(ERROR): PSQL2505E " trim(packageFileName) " is not a promotion package" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        close packageFile
        exit paragraph
    end-if
    move packageLine to packageHeader
    move headerPackageId to packageId
    move headerRunId to packageRunId
    move headerMembers to packageMembers
    string "(info): Package " trim(packageId) " of run " trim(packageRunId) " built " headerDate " " headerTime
        " from " trim(headerManifestName) delimited by size into logText
    perform 90-write-log

    move zeros to currentArtifact
    read packageFile next record at end set packageEof to true end-read
    perform until packageEof
        evaluate packageLine(1:1)
            when "T"
                perform 21-load-one-contents-entry
            when "A"
                perform 22-start-one-artifact
            when "D"
                perform 23-fold-one-data-line
            when "Z"
                move packageLine to packageTrailer
                set trailerWasSeen to true
            when other
                continue
        end-evaluate
        read packageFile next record at end set packageEof to true end-read
    end-perform
    close packageFile

    perform 24-check-the-contents.

*>------------------------------------------------------------------------------
*> One table of contents entry; the sequence numbers run 1 to n.
*>------------------------------------------------------------------------------
21-load-one-contents-entry.

    move packageLine to packageContentsEntry
    if contentsSequence not = contentsCount + 1 or contentsCount >= contentsMax
        string "(ERROR): PSQL2506E Table of contents entry " contentsSequence " is out of sequence" delimited by size into logText
        perform 90-write-log
        set packageIsRefused to true
        exit paragraph
    end-if
    add 1 to contentsCount
    move contentsKind to expectedKind(contentsCount)
    move contentsReturnCode to expectedReturnCode(contentsCount)
    move contentsLines to expectedLines(contentsCount)
    move contentsChecksum to expectedChecksum(contentsCount)
    move contentsRunId to expectedRunId(contentsCount)
    move contentsBaseName to expectedBaseName(contentsCount)
    move contentsMember to expectedMember(contentsCount)
    move zeros to foundLines(contentsCount)
    move zeros to foundChecksum(contentsCount)
    set artifactWasSeen(contentsCount) to false.

*>------------------------------------------------------------------------------
*> An artifact section opens: it must answer to a table of contents entry
*> not seen before, under the same name and run id.
*>------------------------------------------------------------------------------
22-start-one-artifact.

    move packageLine to packageArtifactStart
    move zeros to currentArtifact
    if startSequence is not numeric or
       startSequence = zeros or startSequence > contentsCount
        string "(ERROR): PSQL2507E Artifact " trim(startBaseName) " is not in the table of contents" delimited by size into logText
        perform 90-write-log
        set packageIsRefused to true
        exit paragraph
    end-if
    if artifactWasSeen(startSequence)
        string "(ERROR): PSQL2508E Artifact " trim(startBaseName) " appears more than once" delimited by size into logText
        perform 90-write-log
        set packageIsRefused to true
        exit paragraph
    end-if
    if startBaseName not = expectedBaseName(startSequence) or
       startRunId not = expectedRunId(startSequence)
        string "(ERROR): PSQL2509E Artifact " trim(startBaseName) " (run " trim(startRunId) ") does not match its table of contents entry" delimited by size into logText
        perform 90-write-log
        set packageIsRefused to true
        exit paragraph
    end-if
    move startSequence to currentArtifact
    set artifactWasSeen(currentArtifact) to true.

*>------------------------------------------------------------------------------
*> The same running checksum presqlPackage computed: the line's text,
*> then its length.
*>------------------------------------------------------------------------------
23-fold-one-data-line.

    if currentArtifact = zeros
        exit paragraph
    end-if
    move packageLine to packageDataLine
    add 1 to foundLines(currentArtifact)
    move stored-char-length(dataText) to artifactLineLength
    perform varying checksumCharIndex from 1 by 1
              until checksumCharIndex > artifactLineLength
        compute foundChecksum(currentArtifact) =
            function mod((foundChecksum(currentArtifact) * 31) +
                         function ord(dataText(checksumCharIndex:1)),
                         9999999999)
    end-perform
    compute foundChecksum(currentArtifact) =
        function mod((foundChecksum(currentArtifact) * 31) + artifactLineLength,
                     9999999999).

*>------------------------------------------------------------------------------
*> What the sections added up to against what the table of contents
*> promised, the trailer, and the -G gate over the member return codes.
*>------------------------------------------------------------------------------
24-check-the-contents.

    if not trailerWasSeen or trailerPackageId not = packageId or
       trailerArtifacts not = contentsCount or
       headerArtifacts not = contentsCount
        string "(ERROR): PSQL2510E Package " trim(packageFileName) " is truncated or its trailer does not match its header" delimited by size into logText
        perform 90-write-log
        set packageIsRefused to true
    end-if

    perform varying contentsIndex from 1 by 1
              until contentsIndex > contentsCount
        evaluate true
            when not artifactWasSeen(contentsIndex)
                string "(ERROR): PSQL2511E Artifact " trim(expectedBaseName(contentsIndex)) " of " trim(expectedMember(contentsIndex)) " is missing from the package" delimited by size into logText
                perform 90-write-log
                set packageIsRefused to true
            when foundLines(contentsIndex) not = expectedLines(contentsIndex) or
                 foundChecksum(contentsIndex) not = expectedChecksum(contentsIndex)
                string "(ERROR): PSQL2512E Artifact " trim(expectedBaseName(contentsIndex)) " of " trim(expectedMember(contentsIndex)) " was altered (line count or checksum differs)" delimited by size into logText
                perform 90-write-log
                set packageIsRefused to true
        end-evaluate
        if not noGateIsInForce and
           expectedKind(contentsIndex) = "OUTPUT" and
           expectedReturnCode(contentsIndex) > gateThreshold
            move expectedReturnCode(contentsIndex) to rcDisplay
            move gateThreshold to gateDisplay
            string "(ERROR): PSQL2513E " trim(expectedMember(contentsIndex)) " finished with rc " trim(rcDisplay) ", above the -G gate (" trim(gateDisplay) ")" delimited by size into logText
            perform 90-write-log
            set packageIsRefused to true
        end-if
    end-perform

    if packageIsRefused
        string "(ERROR): PSQL2514E Package " trim(packageId) " is refused; nothing was installed" delimited by size into logText
        perform 90-write-log
    else
        move contentsCount to countDisplay
        string "(info): Package " trim(packageId) " verified: " trim(countDisplay) " artifacts intact" delimited by size into logText
        perform 90-write-log
    end-if.

*>------------------------------------------------------------------------------
*> The unpack pass, over a package already known to be whole: each
*> artifact section becomes a file in the target directory.
*>------------------------------------------------------------------------------
3-unpack-the-package.

    open input packageFile
    if packageFileStatus not = "00"
        string "(ERROR): PSQL2504E Opening " trim(packageFileName) " failed with file-status " packageFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read packageFile next record at end set packageEof to true end-read
    perform until packageEof or thereWasAnError
        evaluate packageLine(1:1)
            when "A"
                perform 31-open-one-artifact
            when "D"
                move packageLine to packageDataLine
                write artifactLine from dataText
            when other
                continue
        end-evaluate
        read packageFile next record at end set packageEof to true end-read
    end-perform
    if anArtifactIsOpen
        close artifactFile
        set anArtifactIsOpen to false
    end-if
    close packageFile

    move artifactsWritten to countDisplay
    string "(info): Package " trim(packageId) " installed: " trim(countDisplay) " artifacts" delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> Closes the artifact before and opens the next under its base name.
*>------------------------------------------------------------------------------
31-open-one-artifact.

    if anArtifactIsOpen
        close artifactFile
        set anArtifactIsOpen to false
    end-if
    move packageLine to packageArtifactStart
    move spaces to artifactFileName
    if targetDirectory = spaces
        move startBaseName to artifactFileName
    else
        string trim(targetDirectory) "/" trim(startBaseName) delimited by size into artifactFileName
    end-if
    open output artifactFile
    if artifactFileStatus not = "00"
        string "(ERROR): PSQL2515E Opening " trim(artifactFileName) " failed with file-status " artifactFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    set anArtifactIsOpen to true
    add 1 to artifactsWritten.

*>------------------------------------------------------------------------------
*> Records each installed program against the -e environment in the
*> deployment ledger (PRESQL_LEDGER names it; presql.ledger otherwise),
*> replacing whatever that environment ran before.
*>------------------------------------------------------------------------------
4-update-the-ledger.

    display "PRESQL_LEDGER" upon environment-name
    accept ledgerFileName from environment-value
    if ledgerFileName = spaces
        move "presql.ledger" to ledgerFileName
    end-if

    open i-o ledgerFile
    if ledgerFileStatus = "35"
        open output ledgerFile
    end-if
    if ledgerFileStatus not = "00"
        string "(ERROR): PSQL2516E Opening ledger " trim(ledgerFileName) " failed with file-status " ledgerFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    perform varying contentsIndex from 1 by 1
              until contentsIndex > contentsCount
        if expectedKind(contentsIndex) = "OUTPUT"
            perform 41-write-one-ledger-entry
        end-if
    end-perform
    close ledgerFile

    move ledgerEntriesWritten to countDisplay
    string "(info): Ledger " trim(ledgerFileName) ": " trim(countDisplay) " programs recorded as installed in " trim(environmentName) delimited by size into logText
    perform 90-write-log.

*>------------------------------------------------------------------------------
*> One program: its output's identity, and the listing unpacked with it.
*>------------------------------------------------------------------------------
41-write-one-ledger-entry.

    move zeros to lastSlashPosition
    perform varying slashScanIndex from 1 by 1
              until slashScanIndex > stored-char-length(trim(expectedMember(contentsIndex)))
        if expectedMember(contentsIndex)(slashScanIndex:1) = "/"
            move slashScanIndex to lastSlashPosition
        end-if
    end-perform
    move expectedMember(contentsIndex)(lastSlashPosition + 1:) to ledgerProgramText

    move spaces to ledgerRecord
    unstring ledgerProgramText delimited by "." into ledgerProgramName
    move environmentName to ledgerEnvironment
    move expectedRunId(contentsIndex) to ledgerRunId
    move zeros to ledgerGeneration
    move expectedChecksum(contentsIndex) to ledgerOutputChecksum
    move installStamp(1:8) to ledgerInstalledDate
    move installStamp(9:6) to ledgerInstalledTime
    move invokingUser to ledgerInstalledBy
    move "INSTALL" to ledgerAction
    move packageId to ledgerPackageId

    perform varying listingIndex from 1 by 1
              until listingIndex > contentsCount
        if expectedKind(listingIndex) = "LISTING" and
           expectedMember(listingIndex) = expectedMember(contentsIndex)
            if targetDirectory = spaces
                move expectedBaseName(listingIndex) to ledgerListingFileName
            else
                string trim(targetDirectory) "/" trim(expectedBaseName(listingIndex)) delimited by size into ledgerListingFileName
            end-if
        end-if
    end-perform

    write ledgerRecord
        invalid key rewrite ledgerRecord
    end-write
    add 1 to ledgerEntriesWritten.

*>------------------------------------------------------------------------------
*> The install goes into the same cumulative audit file presql appends
*> to (PRESQL_AUDIT names it; presql.audit otherwise), in the same record
*> shape, like presqlRestore's rollbacks; a refused package is recorded
*> too, with severity 12.
*>------------------------------------------------------------------------------
5-write-audit-record.

    display "PRESQL_AUDIT" upon environment-name
    accept auditFileName from environment-value
    if auditFileName = spaces
        move "presql.audit" to auditFileName
    end-if

    move packageMembers to countDisplay
    if packageIsRefused or thereWasAnError
        move 12 to rcDisplay
    else
        move zeros to rcDisplay
    end-if

    open extend auditFile
    if auditFileStatus = "35"
        open output auditFile
    end-if
    if auditFileStatus = "00"
        move spaces to auditLine
        string
            trim(installRunId) ","
            installStamp(1:8) ","
            installStamp(9:6) ","
            trim(invokingUser) ","
            " presqlInstall " trim(packageFileName) " " trim(packageId) " run " trim(packageRunId) ","
            trim(countDisplay) ","
            trim(rcDisplay)
            delimited by size into auditLine
        write auditLine
        close auditFile
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
