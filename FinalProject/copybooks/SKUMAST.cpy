      * of a serialized SKU without a serial number, and the
      * warranty registry is keyed by that serial
           05 sm-serial-flag            pic x.
      * "Y" for goods a vendor has placed with us on consignment -
      * the vendor owns them until they sell, so they stay out of
      * the owned-inventory valuation, their margin is our
      * commission, and every sale or return accrues to the
      * vendor's consignment payable; spaces or "N" means we own it
           05 sm-consign-flag           pic x.
      * the stewardship fee category the item falls under (electronics,
      * tires and the like) - what the eco-fee table prices per unit
      * the way sm-tax-code decides taxability; spaces means no fee
           05 sm-eco-fee-category       pic x(4).
      * "Y" for an extended service plan - what the customer buys is
      * coverage on a serialized unit for sm-plan-term months, so a
      * sale opens a service-plan contract against the covered
      * unit's serial and the price is earned month by month instead
      * of landing in the day's sales; spaces or "N" is ordinary
      * merchandise, with a zero term
           05 sm-service-plan-flag      pic x.
           05 sm-plan-term              pic 9(3).
