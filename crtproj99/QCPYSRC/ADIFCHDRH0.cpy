      *  IPN26434 2026/09/03 DR001 Matched-invoice number carried through     *
      *                            the sweep - the credit-to-original link    *
      *                            must survive the invoice ageing out        *
      *  IPN26452 2026/10/06 DR001 Reversal status carried through the       *
      *                            sweep - a reversed invoice stays out of    *
      *                            the VAT and spend figures once swept       *
      *  IPN26461 2026/10/14 DR001 Approver initials carried through the      *
      *                            sweep - the ADA000142S segregation-of-     *
      *                            duties report checks history as well       *
      *  IPN26465 2026/10/15 DR001 Payment date carried through the sweep -  *
      *                            the ADA000146S payment practices report   *
      *                            measures swept invoices too               *
      **************************************************************************
           05  HH-Invoice-No           pic x(7).
           05  HH-Run-Number           pic s9(7)      comp-3.
      *  On a credit note, the original invoice ADA000126S matched it
      *    to - blank until matched, always blank on a DR header
           05  HH-Match-Invoice        pic x(7).
      *  R = reversed on the ADA000134S screen before it was swept
           05  HH-Reversed             pic x(1).
      *  The ADA000131S approvers - the second is blank unless the
      *    invoice needed two approvals
           05  HH-Approver-1           pic x(3).
           05  HH-Approver-2           pic x(3).
      *  The ADA000122S proposal payment date - zero if the invoice was
      *    swept before any proposal took it
           05  HH-Pay-Date             pic 9(8).
