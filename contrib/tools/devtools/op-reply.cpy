*> ***************************************************************
*> Copybook:  op-reply.cpy
*> Purpose:   Request area for the OPREPLY callable operator reply
*>            queue - a batch step that needs a human decision puts
*>            the question to the console instead of abending.
*>                CALL "OPREPLY" USING RQ-REQUEST
*>            with rq-function:
*>              ASK     post rq-question from rq-program, answers
*>                      allowed in rq-answers (words separated by
*>                      spaces, RETRY SKIP say), then wait for the
*>                      reply; after rq-timeout seconds (zero waits
*>                      for ever) rq-default is taken instead.  The
*>                      answer comes back in rq-reply, who gave it in
*>                      rq-replied-by (TIMEOUT when nobody did) and
*>                      the seconds it took in rq-waited.
*>              LIST    every question waiting into rq-list, those
*>                      whose asking process has gone flagged
*>                      rl-stale "Y"
*>              ANSWER  reply rq-reply to question rq-id as operator
*>                      rq-replied-by - batchmon, for the signed-on
*>                      operator
*>            The queue is OPREPLY.DAT (or the OPREPLY_QUEUE name).
*>            Each question answered or timed out is one record on
*>            the tool-audit trail (TOOLAUDIT.DAT, or TOOL_AUDIT):
*>            tool OPREPLY, the operator, the asking program and
*>            question, the reply and the response time.
*>
*>            rq-status: 00 answered, 04 timed out - default taken,
*>            08 the queue could not be locked, 12 bad request (no
*>            question, or on ANSWER no such question or an answer
*>            not allowed).
*> ***************************************************************
 01  rq-request.
     05  rq-function          pic x(8).
     05  rq-program           pic x(16).
     05  rq-question          pic x(80).
     05  rq-answers           pic x(40).
     05  rq-default           pic x(8).
     05  rq-timeout           pic 9(5).
     05  rq-id                pic 9(6).
     05  rq-reply             pic x(8).
     05  rq-replied-by        pic x(16).
     05  rq-waited            pic 9(5).
     05  rq-status            pic xx.
         88  rq-answered      value "00".
         88  rq-timed-out     value "04".
         88  rq-busy          value "08".
         88  rq-bad-request   value "12".
     05  rq-count             pic 9(3).
     05  rq-list              occurs 20.
         07  rl-id            pic 9(6).
         07  rl-program       pic x(16).
         07  rl-question      pic x(80).
         07  rl-answers       pic x(40).
         07  rl-default       pic x(8).
         07  rl-timeout       pic 9(5).
         07  rl-pid           pic 9(9).
         07  rl-date          pic 9(8).
         07  rl-time          pic 9(6).
         07  rl-stale         pic x.
