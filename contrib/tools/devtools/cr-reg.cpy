*> ***************************************************************
*> Copybook:  cr-reg.cpy
*> Purpose:   One change request on the CR register (CRREG.DAT,
*>            or the CR_REGISTER name) - fixed 200-byte records,
*>            no line ends, so the register is maintained on the
*>            CRREG forms screen (formsrun FORM=CRREG, see
*>            crreg.forms and crreg.lay) and read here by crreg,
*>            promote and srclib.
*>
*>            cr-status:  OPEN      raised, not yet decided
*>                        APPROVED  may be changed and promoted
*>                        REJECTED  turned down
*>                        CLOSED    done - approved, promoted, signed
*>                                  off
*>            cr-raised and cr-approved are yyyymmdd, cr-approved
*>            zeros until the approver decides.
*> ***************************************************************
 01  cr-record.
     05  cr-id                pic x(12).
     05  cr-title             pic x(40).
     05  cr-requester         pic x(30).
     05  cr-approver          pic x(16).
     05  cr-status            pic x(10).
         88  cr-is-open       value "OPEN".
         88  cr-is-approved   value "APPROVED".
         88  cr-is-rejected   value "REJECTED".
         88  cr-is-closed     value "CLOSED".
     05  cr-raised            pic 9(8).
     05  cr-approved          pic 9(8).
     05  cr-note              pic x(40).
     05  filler               pic x(36).
