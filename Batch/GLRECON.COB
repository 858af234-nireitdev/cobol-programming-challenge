      *>         04-TicketSystem postings (member discounts and
      *>         refund reversals explain a posted total BELOW
      *>         gross; a posted total ABOVE gross is a break).
      *>         Season-ticket revenue (SEASON-yyyy accounts) and
      *>         resale fees (RESALE-FEE-EVT-nnn) have no SOLDSEATS
      *>         counterpart and are excluded from the tickets
      *>         sum, as PO liabilities are excluded from the
      *>         shopping comparison.
      *>     The logs compared carry no per-day cutover, so the
      *>     totals are cumulative on both sides - a daily break
      *>     still surfaces the night it happens. Every break goes
      *>                    the shop comparison excludes the
      *>                    SHRINKAGE postings like PO-LIABILITY -
      *>                    neither has a SALESLOG counterpart.
      *>   2026-10-15  jrm  Member-to-member resale fees (RESALE-FEE-
      *>                    EVT-nnn) are left out of the tickets
      *>                    comparison like season-ticket revenue:
      *>                    they have no SOLDSEATS counterpart.
      *>   2026-10-15  jrm  Gift card postings (GIFTCARD-LIABILITY)
      *>                    are left out of the shop comparison:
      *>                    selling, loading or redeeming a card has
      *>                    no SALESLOG counterpart of its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
                           WHEN "04-ManchesterShopping"
      *>                       El pasivo de una orden de compra no
      *>                       es venta, y la merma de un conteo
      *>                       de inventario tampoco, ni el pasivo
      *>                       de tarjetas de regalo: quedan fuera
      *>                       del cotejo contra SALESLOG.
                               IF GLEXT-ACCOUNT NOT =
                                       "PO-LIABILITY"
                                  AND GLEXT-ACCOUNT NOT =
                                       "SHRINKAGE"
                                  AND GLEXT-ACCOUNT(1:9) NOT =
                                       "GIFTCARD-"
                                   ADD GLEXT-AMOUNT TO WS-GL-SHOP
                               END-IF
                           WHEN "04-TicketSystem"
      *>                       Los abonos de temporada y las
      *>                       comisiones de reventa no tienen
      *>                       contrapartida en SOLDSEATS: fuera
      *>                       del cotejo contra el valor bruto.
                               IF GLEXT-ACCOUNT(1:7) NOT =
                                       "SEASON-"
                                  AND GLEXT-ACCOUNT(1:7) NOT =
                                       "RESALE-"
                                   ADD GLEXT-AMOUNT TO WS-GL-TIX
                               END-IF
                           WHEN "05-FinanceSystem"
