*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlGraph.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Dependency graph of the SQL estate. Walks the batch list a -b run
*> precompiled and joins what the precompile left behind into one graph:
*>   - program to copybook, and copybook to the copybooks nested in it,
*>     out of each member's .presql.xref cross-reference (the copybook
*>     levels give the nesting); a member whose xref is missing falls back
*>     to its .presql.deps include-dependency index, one program to
*>     copybook edge per file it drew from
*>   - program to table out of the where-used index, a "read" edge for a
*>     program that only selects from the table, "write" for one that only
*>     inserts, updates or deletes, "read-write" for one that does both
*>
*>     presqlGraph -b <batch-list> [-w <index-file>] [-o <graph-name>]
*>                 [-t <table> | -c <copybook> | -p <program>]
*>
*> Two files come out: <graph-name>.dot, the graph in Graphviz DOT, and
*> <graph-name>.csv, the flat edge list (one edge per line) for a
*> spreadsheet. The graph name defaults to <batch-list>.presql.graph. With
*> -t, -c or -p the graph is scoped to the neighbourhood of that one table,
*> copybook or program: the node and every edge that touches it.
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

    *> The member's .presql.xref, or its .presql.deps when there is none.
    select artifactFile assign to artifactFileName
    organization is line sequential
    file status is artifactFileStatus.

    select whereUsedFile assign to whereUsedFileName
    organization is indexed
    access mode is dynamic
    record key is whereUsedKey
    file status is whereUsedFileStatus.

    select dotFile assign to dotFileName
    organization is line sequential
    file status is dotFileStatus.

    select edgeListFile assign to edgeListFileName
    organization is line sequential
    file status is edgeListFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd batchListFile.
01 batchListLine                pic x(255).

fd artifactFile.
01 artifactLine                 pic x(255).

fd whereUsedFile.
01 whereUsedRecord.
    03 whereUsedKey.
        05 whereUsedTableName   pic x(064).
        05 whereUsedColumnName  pic x(064).
        05 whereUsedProgramName pic x(255).
    03 whereUsedStatements      pic x(120).
    03 whereUsedAccessFlag      pic x(001).
    03 whereUsedCrudFlags       pic x(004).
    03 whereUsedSensitivity     pic x(012).
    03 whereUsedRestrictedFlag  pic x(001).
    03 whereUsedExportFlag      pic x(001).
    *> "T" when the table is a work table the program declares itself.
    03 whereUsedWorkTableFlag   pic x(001).

fd dotFile.
01 dotLine                      pic x(600).

fd edgeListFile.
01 edgeListLine                 pic x(600).

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
    03 artifactFileStatus       pic x(002)  value spaces.
        88 artifactEof          value "10"  false "00".
    03 whereUsedFileStatus      pic x(002)  value spaces.
        88 whereUsedEof         value "10"  false "00".
        88 whereUsedNotFound    value "35"  false "00".
    03 dotFileStatus            pic x(002)  value spaces.
    03 edgeListFileStatus       pic x(002)  value spaces.
    03 memberLimitState         pic 9(001)  value zeros.
        88 memberLimitWasReported value 1   false 0.
    03 nodeLimitState           pic 9(001)  value zeros.
        88 nodeLimitWasReported value 1     false 0.
    03 edgeLimitState           pic 9(001)  value zeros.
        88 edgeLimitWasReported value 1     false 0.

01 argumentControls.
    03 argumentCount            pic 9(003)  value zeros.
    03 argumentNumber           pic 9(003)  value zeros.
    03 argumentText             pic x(255)  value spaces.
    03 argumentState            pic x(002)  value spaces.
        88 argumentIs-b         value "-b"  false spaces. *> The batch list the estate was precompiled from
        88 argumentIs-w         value "-w"  false spaces. *> The where-used index file
        88 argumentIs-o         value "-o"  false spaces. *> The graph name: <name>.dot and <name>.csv are written
        88 argumentIs-t         value "-t"  false spaces. *> Only the neighbourhood of this table
        88 argumentIs-c         value "-c"  false spaces. *> Only the neighbourhood of this copybook
        88 argumentIs-p         value "-p"  false spaces. *> Only the neighbourhood of this program

01 inquiryControls.
    03 batchListFileName        pic x(255)  value spaces.
    03 whereUsedFileName        pic x(255)  value spaces.
    03 graphName                pic x(255)  value spaces.
    03 dotFileName              pic x(255)  value spaces.
    03 edgeListFileName         pic x(255)  value spaces.
    03 artifactFileName         pic x(255)  value spaces.
    03 memberName               pic x(255)  value spaces.
    03 firstWord                binary-short unsigned value 1.

*>------------------------------------------------------------------------------
*> The scope: the kind and name of the one node the graph is narrowed to
*> (spaces for the whole estate), and its place in the node table.
*>------------------------------------------------------------------------------
01 scopeControls.
    03 scopeKind                pic x(001)  value spaces.
        88 scopeIsWholeEstate   value space.
    03 scopeName                pic x(255)  value spaces.
    03 scopeNodeIndex           binary-short unsigned value zeros.
    03 scopeArgumentCount       binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The nodes. A program is known by its member name as the batch list
*> gives it (and labelled with the name after the last slash), a copybook
*> by its upper-case name, a table by its name as the index keeps it.
*>------------------------------------------------------------------------------
01 nodeControls.
    03 nodeCount                binary-short unsigned value zeros.
    03 nodeMax                  binary-short unsigned value 4000.
    03 nodeEntry occurs 4000.
        05 nodeKind             pic x(001).
            88 nodeIsAProgram   value "P".
            88 nodeIsACopybook  value "C".
            88 nodeIsATable     value "T".
        05 nodeName             pic x(255).
        05 nodeLabel            pic x(064).
        05 nodeWanted           pic x(001).
            88 nodeIsWanted     value "Y"   false "N".
    03 nodeIndex                binary-short unsigned value zeros.
    03 wantedNodeKind           pic x(001)  value spaces.
    03 wantedNodeName           pic x(255)  value spaces.
    03 wantedNodeLabel          pic x(064)  value spaces.
    03 foundNodeIndex           binary-short unsigned value zeros.
    03 programNodeIndex         binary-short unsigned value zeros.
    03 slashPosition            binary-short unsigned value zeros.
    03 scanPosition             binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The edges, each once: from node, to node and what the relation is.
*>------------------------------------------------------------------------------
01 edgeControls.
    03 edgeCount                binary-short unsigned value zeros.
    03 edgeMax                  binary-short unsigned value 8000.
    03 edgeEntry occurs 8000.
        05 edgeFrom             binary-short unsigned.
        05 edgeTo               binary-short unsigned.
        05 edgeRelation         pic x(010).
    03 edgeIndex                binary-short unsigned value zeros.
    03 wantedEdgeFrom           binary-short unsigned value zeros.
    03 wantedEdgeTo             binary-short unsigned value zeros.
    03 wantedEdgeRelation       pic x(010)  value spaces.

*>------------------------------------------------------------------------------
*> Reading a member's cross-reference: each "NAME (level n): path" line
*> nests under the last copybook one level up, level 1 under the program.
*>------------------------------------------------------------------------------
01 xrefControls.
    03 xrefCopybookName         pic x(255)  value spaces.
    03 xrefLevelText            pic x(010)  value spaces.
    03 xrefLevel                binary-short unsigned value zeros.
    03 xrefPathText             pic x(255)  value spaces.
    03 xrefRestText             pic x(255)  value spaces.
    03 parentAtLevel            binary-short unsigned occurs 20.
    03 depsBaseName             pic x(255)  value spaces.
    03 depsDotPosition          binary-short unsigned value zeros.

01 indexControls.
    03 indexProgramName         pic x(255)  value spaces.
    03 indexParenPosition       binary-short unsigned value zeros.
    03 crudReads                pic 9(001)  value zeros.
        88 programReadsTheTable value 1     false 0.
    03 crudWrites               pic 9(001)  value zeros.
        88 programWritesTheTable value 1    false 0.

01 reportControls.
    03 kindWord                 pic x(008)  value spaces.
    03 fromKindWord             pic x(008)  value spaces.
    03 toKindWord               pic x(008)  value spaces.
    03 edgesWritten             binary-short unsigned value zeros.
    03 nodesWritten             binary-short unsigned value zeros.
    03 countDisplay             pic zzzz9   value zeros.
    03 secondCountDisplay       pic zzzz9   value zeros.
    03 limitDisplay             pic zzzz9   value zeros.
    03 edgeStyleText            pic x(040)  value spaces.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>===============================================================================
procedure division.
*>===============================================================================
0-main.

    perform 1-get-arguments
    if itIsOkSoFar
        perform 2-load-the-batch-list
    end-if
    if itIsOkSoFar
        perform 3-load-the-table-edges
    end-if
    if itIsOkSoFar
        perform 4-mark-the-scope
    end-if
    if itIsOkSoFar
        perform 5-write-the-graph
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
        move "(ERROR): PSQL2801E Usage: presqlGraph -b <batch-list> [-w <index-file>] [-o <graph-name>] [-t <table> | -c <copybook> | -p <program>]" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if
    if scopeArgumentCount > 1
        move "(ERROR): PSQL2803E Only one of -t, -c and -p can scope the graph" to logText
        perform 90-write-log
        set thereWasAnError to true
    end-if

    *> Same default and override as presqlCatalog uses when refreshing it.
    if whereUsedFileName = spaces
        display "PRESQL_WHEREUSED" upon environment-name
        accept whereUsedFileName from environment-value
    end-if
    if whereUsedFileName = spaces
        move "presql.whereused" to whereUsedFileName
    end-if

    if graphName = spaces
        string trim(batchListFileName) ".presql.graph" delimited by size into graphName
    end-if
    move spaces to dotFileName
    string trim(graphName) ".dot" delimited by size into dotFileName
    move spaces to edgeListFileName
    string trim(graphName) ".csv" delimited by size into edgeListFileName.

*>------------------------------------------------------------------------------
*> Read arguments from command-line
*>------------------------------------------------------------------------------
11-read-command-line.

    display argumentNumber upon argument-number
    accept argumentText from argument-value
    evaluate argumentText
        when "-b" set argumentIs-b to true
        when "-w" set argumentIs-w to true
        when "-o" set argumentIs-o to true
        when "-t" set argumentIs-t to true
        when "-c" set argumentIs-c to true
        when "-p" set argumentIs-p to true
        when other
            if argumentIs-b
                move argumentText to batchListFileName
                set argumentIs-b to false
            else
                if argumentIs-w
                    move argumentText to whereUsedFileName
                    set argumentIs-w to false
                else
                    if argumentIs-o
                        move argumentText to graphName
                        set argumentIs-o to false
                    else
                        if argumentIs-t
                            move "T" to scopeKind
                            move lower-case(argumentText(1:64)) to scopeName
                            add 1 to scopeArgumentCount
                            set argumentIs-t to false
                        else
                            if argumentIs-c
                                move "C" to scopeKind
                                move upper-case(argumentText) to scopeName
                                add 1 to scopeArgumentCount
                                set argumentIs-c to false
                            else
                                if argumentIs-p
                                    move "P" to scopeKind
                                    move argumentText to scopeName
                                    add 1 to scopeArgumentCount
                                    set argumentIs-p to false
                                else
                                    string "(ERROR): PSQL2802E Unexpected argument " trim(argumentText) delimited by size into logText
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
*> One member per non-blank batch list line (its first word; the option
*> words a line may carry for presql do not matter here), each a program
*> node with its copybook edges.
*>------------------------------------------------------------------------------
2-load-the-batch-list.

    open input batchListFile
    if batchListNotFound
        string "(ERROR): PSQL2804E Batch list file " trim(batchListFileName) " not found" delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    if batchListFileStatus not = "00"
        string "(ERROR): PSQL2805E Opening " trim(batchListFileName) " failed with file-status " batchListFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    read batchListFile next record at end set batchListEof to true end-read
    perform until batchListEof
        if batchListLine not = spaces
            move spaces to memberName
            move getWord(batchListLine, firstWord) to memberName
            perform 21-load-one-member
        end-if
        read batchListFile next record at end set batchListEof to true end-read
    end-perform
    close batchListFile.

*>------------------------------------------------------------------------------
*> The member's program node, then its copybooks: out of the .presql.xref
*> when the precompile wrote one, else out of the .presql.deps. A member
*> with neither was never precompiled (or includes nothing and ran before
*> either was kept); it stays in the graph as a lone program.
*>------------------------------------------------------------------------------
21-load-one-member.

    move "P" to wantedNodeKind
    move memberName to wantedNodeName
    move zeros to slashPosition
    perform varying scanPosition from 1 by 1 until scanPosition > 255
        if memberName(scanPosition:1) = "/" or memberName(scanPosition:1) = "\"
            move scanPosition to slashPosition
        end-if
    end-perform
    move spaces to wantedNodeLabel
    if slashPosition < 255
        move memberName(slashPosition + 1:) to wantedNodeLabel
    end-if
    perform 81-find-or-add-the-node
    if foundNodeIndex = zeros
        exit paragraph
    end-if
    move foundNodeIndex to programNodeIndex

    move spaces to artifactFileName
    string trim(memberName) ".presql.xref" delimited by size into artifactFileName
    open input artifactFile
    if artifactFileStatus = "00"
        perform 22-read-the-xref
        exit paragraph
    end-if

    move spaces to artifactFileName
    string trim(memberName) ".presql.deps" delimited by size into artifactFileName
    open input artifactFile
    if artifactFileStatus = "00"
        perform 23-read-the-deps
        exit paragraph
    end-if

    string "(WARNING): PSQL2806W Member " trim(memberName) " has no copybook cross-reference or dependency index; precompile it first" delimited by size into logText
    perform 90-write-log
    set thereWasAWarning to true
    move spaces to artifactFileStatus.

*>------------------------------------------------------------------------------
*> The xref's first line is its heading; each line after it names one
*> copybook with its nesting level. Injected copybooks (SQLCA, SQLDA) are
*> not part of the estate and are left out.
*>------------------------------------------------------------------------------
22-read-the-xref.

    move programNodeIndex to parentAtLevel(1)
    read artifactFile next record at end set artifactEof to true end-read
    if not artifactEof
        read artifactFile next record at end set artifactEof to true end-read
    end-if
    perform until artifactEof
        move spaces to xrefCopybookName
        move spaces to xrefRestText
        unstring artifactLine delimited by " (level "
            into xrefCopybookName
                 xrefRestText
        end-unstring
        move spaces to xrefLevelText
        move spaces to xrefPathText
        unstring xrefRestText delimited by "): "
            into xrefLevelText
                 xrefPathText
        end-unstring
        if xrefCopybookName not = spaces and xrefPathText not = "(auto-generated)"
           and test-numval(xrefLevelText) = zeros
            move numval(xrefLevelText) to xrefLevel
            if xrefLevel >= 1 and xrefLevel < 20
                move "C" to wantedNodeKind
                move upper-case(trim(xrefCopybookName)) to wantedNodeName
                move wantedNodeName to wantedNodeLabel
                perform 81-find-or-add-the-node
                if foundNodeIndex > zeros
                    move parentAtLevel(xrefLevel) to wantedEdgeFrom
                    move foundNodeIndex to wantedEdgeTo
                    move "includes" to wantedEdgeRelation
                    perform 82-add-the-edge
                    move foundNodeIndex to parentAtLevel(xrefLevel + 1)
                end-if
            end-if
        end-if
        read artifactFile next record at end set artifactEof to true end-read
    end-perform
    close artifactFile
    set artifactEof to false.

*>------------------------------------------------------------------------------
*> The deps index only lists the files drawn from, with no nesting, so
*> each becomes a program-to-copybook edge named after the file (its name
*> after the last slash, without the extension).
*>------------------------------------------------------------------------------
23-read-the-deps.

    read artifactFile next record at end set artifactEof to true end-read
    perform until artifactEof
        if artifactLine not = spaces
            move zeros to slashPosition
            perform varying scanPosition from 1 by 1 until scanPosition > 255
                if artifactLine(scanPosition:1) = "/" or artifactLine(scanPosition:1) = "\"
                    move scanPosition to slashPosition
                end-if
            end-perform
            move spaces to depsBaseName
            if slashPosition < 255
                move artifactLine(slashPosition + 1:) to depsBaseName
            end-if
            move zeros to depsDotPosition
            perform varying scanPosition from 2 by 1 until scanPosition > 255
                if depsBaseName(scanPosition:1) = "."
                    move scanPosition to depsDotPosition
                end-if
            end-perform
            if depsDotPosition > zeros
                move spaces to depsBaseName(depsDotPosition:)
            end-if

            if depsBaseName not = spaces
                move "C" to wantedNodeKind
                move upper-case(depsBaseName) to wantedNodeName
                move wantedNodeName to wantedNodeLabel
                perform 81-find-or-add-the-node
                if foundNodeIndex > zeros
                    move programNodeIndex to wantedEdgeFrom
                    move foundNodeIndex to wantedEdgeTo
                    move "includes" to wantedEdgeRelation
                    perform 82-add-the-edge
                end-if
            end-if
        end-if
        read artifactFile next record at end set artifactEof to true end-read
    end-perform
    close artifactFile
    set artifactEof to false.

*>------------------------------------------------------------------------------
*> One pass over the index's table-level records (their CRUD letters fold
*> in every column the program touches). A program unit of a multi-program
*> source, "member(UNIT)", counts for its member; programs outside the
*> batch list are not part of this graph. Without an index the graph has
*> no tables, which a table scope cannot do without.
*>------------------------------------------------------------------------------
3-load-the-table-edges.

    open input whereUsedFile
    if whereUsedFileStatus not = "00"
        if scopeKind = "T"
            string "(ERROR): PSQL2807E Where-used index " trim(whereUsedFileName) " cannot be opened (file-status " whereUsedFileStatus "); -t needs it" delimited by size into logText
            perform 90-write-log
            set thereWasAnError to true
        else
            string "(WARNING): PSQL2808W Where-used index " trim(whereUsedFileName) " cannot be opened (file-status " whereUsedFileStatus "); the graph has no tables" delimited by size into logText
            perform 90-write-log
            set thereWasAWarning to true
        end-if
        move spaces to whereUsedFileStatus
        exit paragraph
    end-if

    move low-values to whereUsedKey
    start whereUsedFile key >= whereUsedKey
        invalid key set whereUsedEof to true
    end-start
    if not whereUsedEof
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-if
    perform until whereUsedEof
        if whereUsedColumnName = spaces
            perform 31-fold-one-reference
        end-if
        read whereUsedFile next record at end set whereUsedEof to true end-read
    end-perform
    close whereUsedFile.

*>------------------------------------------------------------------------------
*> A program-to-table edge for a member of the batch list; a second unit
*> of the same member reading what the first writes makes it read-write.
*>------------------------------------------------------------------------------
31-fold-one-reference.

    move whereUsedProgramName to indexProgramName
    move zeros to indexParenPosition
    perform varying scanPosition from stored-char-length(indexProgramName) by -1
              until scanPosition < 2
        if indexProgramName(scanPosition:1) = "("
            move scanPosition to indexParenPosition
            exit perform
        end-if
    end-perform
    if indexParenPosition > zeros and
       indexProgramName(stored-char-length(indexProgramName):1) = ")"
        move spaces to indexProgramName(indexParenPosition:)
    end-if

    move zeros to programNodeIndex
    perform varying nodeIndex from 1 by 1 until nodeIndex > nodeCount
        if nodeIsAProgram(nodeIndex) and nodeName(nodeIndex) = indexProgramName
            move nodeIndex to programNodeIndex
            exit perform
        end-if
    end-perform
    if programNodeIndex = zeros
        exit paragraph
    end-if

    set programReadsTheTable to false
    set programWritesTheTable to false
    if whereUsedCrudFlags(2:1) not = space
        set programReadsTheTable to true
    end-if
    if whereUsedCrudFlags(1:1) not = space or whereUsedCrudFlags(3:1) not = space or
       whereUsedCrudFlags(4:1) not = space
        set programWritesTheTable to true
    end-if
    if not programReadsTheTable and not programWritesTheTable
        set programReadsTheTable to true
    end-if

    move "T" to wantedNodeKind
    move whereUsedTableName to wantedNodeName
    move whereUsedTableName to wantedNodeLabel
    perform 81-find-or-add-the-node
    if foundNodeIndex = zeros
        exit paragraph
    end-if

    move programNodeIndex to wantedEdgeFrom
    move foundNodeIndex to wantedEdgeTo
    evaluate true
        when programReadsTheTable and programWritesTheTable
            move "read-write" to wantedEdgeRelation
        when programWritesTheTable
            move "write" to wantedEdgeRelation
        when other
            move "read" to wantedEdgeRelation
    end-evaluate
    perform 82-add-the-edge.

*>------------------------------------------------------------------------------
*> Marks the nodes the graph will show: all of them for the whole estate,
*> otherwise the scoped node and the other end of every edge touching it.
*>------------------------------------------------------------------------------
4-mark-the-scope.

    perform varying nodeIndex from 1 by 1 until nodeIndex > nodeCount
        if scopeIsWholeEstate
            set nodeIsWanted(nodeIndex) to true
        else
            set nodeIsWanted(nodeIndex) to false
        end-if
    end-perform
    if scopeIsWholeEstate
        exit paragraph
    end-if

    *> A program is named as the batch list gives it, or by the name
    *> after its last slash.
    move zeros to scopeNodeIndex
    perform varying nodeIndex from 1 by 1 until nodeIndex > nodeCount
        if nodeKind(nodeIndex) = scopeKind and
           (nodeName(nodeIndex) = scopeName or
            (nodeIsAProgram(nodeIndex) and nodeLabel(nodeIndex) = scopeName))
            move nodeIndex to scopeNodeIndex
            exit perform
        end-if
    end-perform
    if scopeNodeIndex = zeros
        string "(WARNING): PSQL2809W " trim(scopeName) " is not in the graph of " trim(batchListFileName) "; nothing to show" delimited by size into logText
        perform 90-write-log
        set thereWasAWarning to true
        exit paragraph
    end-if

    set nodeIsWanted(scopeNodeIndex) to true
    perform varying edgeIndex from 1 by 1 until edgeIndex > edgeCount
        if edgeFrom(edgeIndex) = scopeNodeIndex
            set nodeIsWanted(edgeTo(edgeIndex)) to true
        end-if
        if edgeTo(edgeIndex) = scopeNodeIndex
            set nodeIsWanted(edgeFrom(edgeIndex)) to true
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> The DOT graph and the edge list, side by side. In scope, an edge shows
*> when it touches the scoped node; the whole estate shows every edge.
*>------------------------------------------------------------------------------
5-write-the-graph.

    open output dotFile
    if dotFileStatus not = "00"
        string "(ERROR): PSQL2805E Opening " trim(dotFileName) " failed with file-status " dotFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if
    open output edgeListFile
    if edgeListFileStatus not = "00"
        close dotFile
        string "(ERROR): PSQL2805E Opening " trim(edgeListFileName) " failed with file-status " edgeListFileStatus delimited by size into logText
        perform 90-write-log
        set thereWasAnError to true
        exit paragraph
    end-if

    move "digraph presql {" to dotLine
    write dotLine
    move "    rankdir=LR;" to dotLine
    write dotLine
    move "    node [fontname=""Helvetica"", fontsize=10];" to dotLine
    write dotLine
    move "from_type,from,to_type,to,relation" to edgeListLine
    write edgeListLine

    move zeros to nodesWritten
    perform varying nodeIndex from 1 by 1 until nodeIndex > nodeCount
        if nodeIsWanted(nodeIndex)
            perform 51-write-one-node
        end-if
    end-perform

    move zeros to edgesWritten
    perform varying edgeIndex from 1 by 1 until edgeIndex > edgeCount
        if scopeIsWholeEstate or edgeFrom(edgeIndex) = scopeNodeIndex or
           edgeTo(edgeIndex) = scopeNodeIndex
            perform 52-write-one-edge
        end-if
    end-perform

    move "}" to dotLine
    write dotLine
    close dotFile
    close edgeListFile

    move nodesWritten to countDisplay
    move edgesWritten to secondCountDisplay
    display "Dependency graph of " trim(batchListFileName)
    if not scopeIsWholeEstate
        display "    scoped to " trim(scopeName)
    end-if
    display "    " trim(countDisplay) " nodes, " trim(secondCountDisplay) " edges"
    display "    graph:     " trim(dotFileName)
    display "    edge list: " trim(edgeListFileName).

*>------------------------------------------------------------------------------
*> A program is a box, a copybook a note, a table a cylinder.
*>------------------------------------------------------------------------------
51-write-one-node.

    add 1 to nodesWritten
    move nodeIndex to foundNodeIndex
    perform 83-take-the-kind-word
    move spaces to dotLine
    evaluate true
        when nodeIsAProgram(nodeIndex)
            string "    """ trim(kindWord) ":" trim(nodeName(nodeIndex)) """ [label="""
                   trim(nodeLabel(nodeIndex)) """, shape=box];" delimited by size into dotLine
        when nodeIsACopybook(nodeIndex)
            string "    """ trim(kindWord) ":" trim(nodeName(nodeIndex)) """ [label="""
                   trim(nodeLabel(nodeIndex)) """, shape=note];" delimited by size into dotLine
        when other
            string "    """ trim(kindWord) ":" trim(nodeName(nodeIndex)) """ [label="""
                   trim(nodeLabel(nodeIndex)) """, shape=cylinder];" delimited by size into dotLine
    end-evaluate
    write dotLine.

*>------------------------------------------------------------------------------
*> One edge in both files. Writes are drawn in red, read-writes in
*> purple, so the tables a program changes stand out in the picture.
*>------------------------------------------------------------------------------
52-write-one-edge.

    add 1 to edgesWritten
    move edgeFrom(edgeIndex) to foundNodeIndex
    perform 83-take-the-kind-word
    move kindWord to fromKindWord
    move edgeTo(edgeIndex) to foundNodeIndex
    perform 83-take-the-kind-word
    move kindWord to toKindWord

    evaluate edgeRelation(edgeIndex)
        when "write"
            move ", color=red" to edgeStyleText
        when "read-write"
            move ", color=purple" to edgeStyleText
        when other
            move spaces to edgeStyleText
    end-evaluate

    move spaces to dotLine
    string "    """ trim(fromKindWord) ":" trim(nodeName(edgeFrom(edgeIndex))) """ -> """
           trim(toKindWord) ":" trim(nodeName(edgeTo(edgeIndex))) """ [label="""
           trim(edgeRelation(edgeIndex)) """" trim(edgeStyleText) "];" delimited by size into dotLine
    write dotLine

    move spaces to edgeListLine
    string trim(fromKindWord) "," trim(nodeName(edgeFrom(edgeIndex))) ","
           trim(toKindWord) "," trim(nodeName(edgeTo(edgeIndex))) ","
           trim(edgeRelation(edgeIndex)) delimited by size into edgeListLine
    write edgeListLine.

*>------------------------------------------------------------------------------
*> Finds the node of wantedNodeKind and wantedNodeName, adding it when it
*> is new. foundNodeIndex stays zero when the table of nodes is full.
*>------------------------------------------------------------------------------
81-find-or-add-the-node.

    perform varying foundNodeIndex from 1 by 1 until foundNodeIndex > nodeCount
        if nodeKind(foundNodeIndex) = wantedNodeKind and
           nodeName(foundNodeIndex) = wantedNodeName
            exit paragraph
        end-if
    end-perform

    if nodeCount >= nodeMax
        if not nodeLimitWasReported
            move nodeMax to limitDisplay
            string "(WARNING): PSQL2810W More than " trim(limitDisplay) " nodes; " trim(wantedNodeName) " and later ones are left out of the graph" delimited by size into logText
            perform 90-write-log
            set nodeLimitWasReported to true
            set thereWasAWarning to true
        end-if
        move zeros to foundNodeIndex
        exit paragraph
    end-if

    add 1 to nodeCount
    move nodeCount to foundNodeIndex
    move wantedNodeKind to nodeKind(nodeCount)
    move wantedNodeName to nodeName(nodeCount)
    move wantedNodeLabel to nodeLabel(nodeCount)
    set nodeIsWanted(nodeCount) to false.

*>------------------------------------------------------------------------------
*> Adds the edge unless it is already there. A program-to-table edge seen
*> again with another relation becomes read-write.
*>------------------------------------------------------------------------------
82-add-the-edge.

    perform varying edgeIndex from 1 by 1 until edgeIndex > edgeCount
        if edgeFrom(edgeIndex) = wantedEdgeFrom and edgeTo(edgeIndex) = wantedEdgeTo
            if edgeRelation(edgeIndex) not = wantedEdgeRelation
               and nodeIsATable(wantedEdgeTo)
                move "read-write" to edgeRelation(edgeIndex)
            end-if
            exit paragraph
        end-if
    end-perform

    if edgeCount >= edgeMax
        if not edgeLimitWasReported
            move edgeMax to limitDisplay
            string "(WARNING): PSQL2811W More than " trim(limitDisplay) " edges; the graph leaves out the rest" delimited by size into logText
            perform 90-write-log
            set edgeLimitWasReported to true
            set thereWasAWarning to true
        end-if
        exit paragraph
    end-if

    add 1 to edgeCount
    move wantedEdgeFrom to edgeFrom(edgeCount)
    move wantedEdgeTo to edgeTo(edgeCount)
    move wantedEdgeRelation to edgeRelation(edgeCount).

*>------------------------------------------------------------------------------
*> The kind of node foundNodeIndex, as a word, in kindWord.
*>------------------------------------------------------------------------------
83-take-the-kind-word.

    evaluate true
        when nodeIsAProgram(foundNodeIndex)
            move "program" to kindWord
        when nodeIsACopybook(foundNodeIndex)
            move "copybook" to kindWord
        when other
            move "table" to kindWord
    end-evaluate.

*>------------------------------------------------------------------------------
*> Writes one line to stderr; like presqlDeadSql this program runs
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
