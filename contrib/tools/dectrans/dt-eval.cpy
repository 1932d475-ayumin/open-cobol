000100********************************************************
000200*    Copybook:  dt-eval.cpy
000300*    Purpose:   Request area for the DTEVAL run-time
000400*               decision table evaluator - the rule a
000500*               table fires for a set of condition values,
000600*               with no translation and no recompile.
000700*                   CALL "DTEVAL" USING DE-REQUEST
000800*               with de-function:
000900*                 EVAL    (or spaces) evaluate de-table.
001000*                         de-value (n) carries condition n's
001100*                         value, in stub order, the way a SIM
001200*                         case does: Y or N for a limited
001300*                         entry condition, the subject's value
001400*                         for an extended entry one (a "?"
001500*                         stub compares it by the stub's own
001600*                         operator).  The rules are tried in
001700*                         deck order, the first to match
001800*                         fires, none matching is the ELSE -
001900*                         as the translated code decides.
002000*                 DUMP    the rule counters to DTCOUNT.RPT
002100*                         and DTCOUNT.HIS (DTCOUNT-DUMP), as
002200*                         a translated table's -CTR-DUMP
002300*                         paragraph does at shutdown
002400*                 RELOAD  forget every table loaded - the
002500*                         next EVAL loads afresh
002600*               A table is loaded at its first EVAL: from
002700*               the deck dtregistry names for it (DECK=),
002800*               only while it is APPROVED there and only
002900*               when the deck's THDR idslot stamp is the
003000*               approved version.  Every EVAL feeds DTCOUNT
003100*               the key <table>/<rule>, rule 00 the ELSE.
003200*
003300*               de-rule the rule fired (00 the ELSE).
003400*               de-action-count the actions it takes, each
003500*               as de-act-no (action row), de-act-stub (its
003600*               stub text) and de-act-entry (the rule's cell,
003700*               X or the extended value), in row order.
003800*               de-version the approved version evaluated.
003900*
004000*               de-status: 00 a rule fired, 04 the ELSE
004100*               fired, 12 bad request, 16 table refused -
004200*               de-reason says why (unregistered, not
004300*               APPROVED, no deck, version drift, layout).
004400********************************************************
004500 01  de-request.
004600     05  de-function         pic x(8).
004700     05  de-table            pic x(30).
004800     05  de-values.
004900         07  de-value        pic x(18)  occurs 25.
005000     05  de-rule             pic 99.
005100     05  de-version          pic x(8).
005200     05  de-action-count     pic 99.
005300     05  de-actions.
005400         07  de-action                  occurs 25.
005500             09  de-act-no   pic 99.
005600             09  de-act-stub pic x(72).
005700             09  de-act-entry
005800                             pic x(18).
005900     05  de-reason           pic x(60).
006000     05  de-status           pic xx.
006100         88  de-rule-fired              value "00".
006200         88  de-else-fired              value "04".
006300         88  de-bad-request             value "12".
006400         88  de-refused                 value "16".
