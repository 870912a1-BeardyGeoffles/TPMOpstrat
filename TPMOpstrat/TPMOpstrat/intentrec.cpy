         03 Intent-Offer-ID pic x(10).
         03 Intent-Invoice-ID pic x(10).
         03 Intent-Prop-Image pic x(310).
         03 Intent-Offer-Image pic x(100).
