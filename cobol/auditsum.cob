000150*                   ended ER or TR with its filename, and the
000160*                   repeat-offender files that failed more than
000170*                   once inside the range.
000171* 2026-10-15  TM    A queue entry FORMBATCH refuses for want of
000172*                   authorization is logged AU.  It never ran,
000173*                   so it counts with ER in the per-day and
000174*                   range counts instead of falling into OK,
000175*                   and lists among the failed runs under its
000176*                   own code; SECREPT reports it by requester.
000180
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDITSUM.
002100         ADD audWordCount TO totalWordsProduced
002110         PERFORM 2100-TALLY-DAY THRU 2100-EXIT
002120         IF audCompletionCode = "ER" OR audCompletionCode = "TR"
002125             OR audCompletionCode = "AU"
002130             PERFORM 2200-TALLY-FAILURE THRU 2200-EXIT
002140         END-IF
002150     END-IF.
002420     IF DAY-FOUND-YES
002430         EVALUATE audCompletionCode
002440             WHEN "ER"
002445             WHEN "AU"
002450                 ADD 1 TO dayErCount(dayIndex)
002460             WHEN "TR"
002470                 ADD 1 TO dayTrCount(dayIndex)
002520
002530     EVALUATE audCompletionCode
002540         WHEN "ER"
002545         WHEN "AU"
002550             ADD 1 TO totalErCount
002560         WHEN "TR"
002570             ADD 1 TO totalTrCount
