*> date, month-over-month totals with the change from the prior
*> month, and the top recurring bad numerals, so the effect of
*> upstream keying fixes can actually be seen. Records written before
*> the date stamp went in group under UNDATED. Every reject is also
*> charged to the team that owns its reason code on the reason-code
*> master CONVRSN.TXT, and a section groups the run-date counts under
*> each owning team with the team's total, so each team sees its own
*> trend; a code with no owner on the master groups under UNASSIGNED.
*> The report goes to the console and to CONVTRND.TXT.
identification division.
program-id. exctrend.
environment division.
    file status is exception-status.
    select trendFile assign to "CONVTRND.TXT" organization is line sequential
    file status is trend-status.
    select rsnFile assign to "CONVRSN.TXT" organization is line sequential
    file status is rsn-status.
data division.
file section.
fd exceptionFile.
    01 exceptionRecord pic x(150).
fd trendFile.
    01 trendRecord pic x(80).
fd rsnFile.
    copy "convrsn.cpy".
working-storage section.
01 exception-status.
    05 exception-status-1 pic x.
01 trend-status.
    05 trend-status-1 pic x.
    05 trend-status-2 pic x.
01 rsn-status.
    05 rsn-status-1 pic x.
    05 rsn-status-2 pic x.

77 eof-switch pic 9 value 1.
77 totExceptions pic 9(6) usage is comp value 0.

*> Fields split out of the exception record just read
77 excNumeral pic x(30).
01 excReason  pic x(2).
01 excReasonN redefines excReason pic 99.
77 excDateX   pic x(8).
77 excDateTag pic x(8).
77 excMonth   pic x(6).
77 cellIndex pic 9(3) usage is comp.
77 cellFoundIndex pic 9(3) usage is comp.

*> The owning team of every reason code on the master, one slot per
*> code
01 rsnTable.
    05 rsnEntry occurs 99 times.
        10 rt-team pic x(10).
77 excTeam pic x(10).

*> One cell per (owning team, run date) seen, in file order, and one
*> entry per team in the order first seen, carrying its total - the
*> team section prints each team's cells under it
01 teamCellTable.
    05 teamCellEntry occurs 400 times.
        10 tc-team  pic x(10).
        10 tc-date  pic x(8).
        10 tc-count pic 9(6) usage is comp.
77 teamCellCount pic 9(3) usage is comp value 0.
77 teamCellIndex pic 9(3) usage is comp.
77 teamCellFoundIndex pic 9(3) usage is comp.
01 teamTable.
    05 teamEntry occurs 50 times.
        10 tm-team  pic x(10).
        10 tm-count pic 9(6) usage is comp.
77 teamCount pic 99 usage is comp value 0.
77 teamMax   pic 99 value 50.
77 teamIndex pic 99 usage is comp.
77 teamFoundIndex pic 99 usage is comp.
77 teamFull-switch pic 9 value 0.
    88 team-table-full value 1.

*> One entry per calendar month seen, for the month-over-month line
01 monthTable.
    05 monthEntry occurs 36 times.
    move zero to cellFull-switch.
    move zero to monthFull-switch.
    move zero to badFull-switch.
    move zero to teamCellCount.
    move zero to teamCount.
    move zero to teamFull-switch.
    move 1 to firstMonth-switch.
    perform loadReasonProcedure.
    open input exceptionFile.
    if exception-status-1 not = '0' or exception-status-2 not = '0'
        display "Unable to open exception file CONVEXC.TXT"
        display "Unable to open trend report file, continuing with console only"
    end-if.
    perform reasonSectionProcedure.
    perform teamSectionProcedure.
    perform monthSectionProcedure.
    perform topBadSectionProcedure.
    if trend-is-open
                move "UNDATED " to excDateTag
            end-if
            perform tallyCellProcedure
            perform tallyTeamProcedure
            perform tallyMonthProcedure
            perform tallyBadProcedure
    end-read.
    end-if.
    add 1 to cellIndex.

*> Procedure to load the owning team of every code on the reason-code
*> master
loadReasonProcedure.
    move spaces to rsnTable.
    open input rsnFile.
    if rsn-status-1 = '0' and rsn-status-2 = '0'
        perform readReasonProcedure until eof-switch = 0
        close rsnFile
    end-if.
    move 1 to eof-switch.

*> Procedure to read one master record's team into its code's slot
readReasonProcedure.
    read rsnFile
        at end move zero to eof-switch
        not at end
            if rsn-code is numeric and rsn-code is greater than zero
                move rsn-team to rt-team(rsn-code)
            end-if
    end-read.

*> Procedure to count this record under its owning team and run date
tallyTeamProcedure.
    move "UNASSIGNED" to excTeam.
    if excReason is numeric and excReasonN is greater than zero
        if rt-team(excReasonN) is not equal to spaces
            move rt-team(excReasonN) to excTeam
        end-if
    end-if.
    move zero to teamFoundIndex.
    move 1 to teamIndex.
    perform findTeamProcedure
        until teamIndex is greater than teamCount
        or teamFoundIndex is greater than zero.
    if teamFoundIndex is equal to zero
        if teamCount is less than teamMax
            add 1 to teamCount
            move teamCount to teamFoundIndex
            move excTeam to tm-team(teamCount)
            move zero to tm-count(teamCount)
        else
            move 1 to teamFull-switch
        end-if
    end-if.
    if teamFoundIndex is greater than zero
        add 1 to tm-count(teamFoundIndex)
        move zero to teamCellFoundIndex
        move 1 to teamCellIndex
        perform findTeamCellProcedure
            until teamCellIndex is greater than teamCellCount
            or teamCellFoundIndex is greater than zero
        if teamCellFoundIndex is greater than zero
            add 1 to tc-count(teamCellFoundIndex)
        else
            if teamCellCount is less than cellMax
                add 1 to teamCellCount
                move excTeam to tc-team(teamCellCount)
                move excDateTag to tc-date(teamCellCount)
                move 1 to tc-count(teamCellCount)
            else
                move 1 to teamFull-switch
            end-if
        end-if
    end-if.

*> Procedure to test one team entry against the record's team
findTeamProcedure.
    if tm-team(teamIndex) is equal to excTeam
        move teamIndex to teamFoundIndex
    end-if.
    add 1 to teamIndex.

*> Procedure to test one team cell against the record just read
findTeamCellProcedure.
    if tc-team(teamCellIndex) is equal to excTeam
        and tc-date(teamCellIndex) is equal to excDateTag
        move teamCellIndex to teamCellFoundIndex
    end-if.
    add 1 to teamCellIndex.

*> Procedure to count this record under its calendar month
tallyMonthProcedure.
    if excDateX is numeric
    perform writeTrendLineProcedure.
    add 1 to cellIndex.

*> Procedure to print the run-date counts grouped under each owning
*> team, with the team's total
teamSectionProcedure.
    perform writeBlankLineProcedure.
    move "EXCEPTIONS BY OWNING TEAM AND RUN DATE" to trendRecord.
    perform writeTrendLineProcedure.
    move "TEAM        RUN DATE  COUNT" to trendRecord.
    perform writeTrendLineProcedure.
    move "---------------------------" to trendRecord.
    perform writeTrendLineProcedure.
    move 1 to teamIndex.
    perform printTeamProcedure until teamIndex is greater than teamCount.
    if team-table-full
        move "TABLE FILLED - SECTION IS PARTIAL" to trendRecord
        perform writeTrendLineProcedure
    end-if.

*> Procedure to print one team's run-date lines and its total
printTeamProcedure.
    move 1 to teamCellIndex.
    perform printTeamCellProcedure
        until teamCellIndex is greater than teamCellCount.
    move tm-count(teamIndex) to formattedCount.
    move spaces to trendRecord.
    string tm-team(teamIndex) "  TOTAL    " formattedCount
        delimited by size into trendRecord.
    perform writeTrendLineProcedure.
    add 1 to teamIndex.

*> Procedure to print one team cell if it belongs to the team in hand
printTeamCellProcedure.
    if tc-team(teamCellIndex) is equal to tm-team(teamIndex)
        move tc-count(teamCellIndex) to formattedCount
        move spaces to trendRecord
        string tc-team(teamCellIndex) "  " tc-date(teamCellIndex)
            " " formattedCount delimited by size into trendRecord
        perform writeTrendLineProcedure
    end-if.
    add 1 to teamCellIndex.

*> Procedure to print the month-over-month totals with the change
*> from the prior month
monthSectionProcedure.
