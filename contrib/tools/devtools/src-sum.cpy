*> ***************************************************************
*> Copybook:  src-sum.cpy
*> Purpose:   Request area for the SRCSUM callable source
*>            fingerprint - which version of a member is this?
*>            certgate stamps it on the certificate and promote
*>            will only move a member whose fingerprint matches a
*>            passing one.
*>                CALL "SRCSUM" USING SS-REQUEST
*>            ss-file names the member.  ss-sum returns an Adler-32
*>            checksum over every line's text up to its last
*>            non-space character, each line followed by a newline
*>            (so trailing blanks and the line-end convention do
*>            not count, everything else does); ss-lines the number
*>            of lines.  Two copies of the same version give the
*>            same pair wherever they are.
*>
*>            ss-status: 00 done, 16 the member cannot be read -
*>            ss-sum and ss-lines zero.
*> ***************************************************************
 01  ss-request.
     05  ss-file              pic x(200).
     05  ss-sum               pic 9(10).
     05  ss-lines             pic 9(7).
     05  ss-status            pic xx.
         88  ss-done          value "00".
         88  ss-no-file       value "16".
