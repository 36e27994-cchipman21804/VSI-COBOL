      *                  separately), decrements the shelf on a
      *                  confirmed build, and reprints the reorder
      *                  list for anything below its minimum.
      * 2026-10-15  CAC  HAFPRICE lines carry the supplier's VENDMAST
      *                  vendor number, checked when the prices load;
      *                  the BOM names the vendor under each purchase
      *                  and flags one inactive or not on the master.
      *
      * Calculate the dimensions of and the resonant frequency of
      * a half-wave dipole antenna's elements
                  organization is line sequential
                  file status is price-status.

      * The vendor master -- see VENDSEL.
           COPY vendsel.

           select band-plan-file assign to "HAFBAND"
                  organization is line sequential
                  file status is band-plan-status.
           05 filler             pic x(4).

      * One line per stocked material: item code (WIRE, INSL, ROPE),
      * description, unit price (per foot for WIRE and ROPE, each
      * for INSL), and the supplier's VENDMAST vendor number.
       fd  price-file
           record contains 40 characters.
       01 price-record.
           05 pr-code            pic x(4).
           05 pr-desc            pic x(16).
           05 pr-price-in        pic x(8).
           05 pr-vendor          pic x(6).
           05 filler             pic x(6).

       COPY vendfd.

      * One line per amateur allocation: band name, lower and upper
      * edge in MHz, and a license-class note.
      *
      * Formula-explanation option field -- see EXPLAINWS.
       COPY explainws.

      * Vendor-master lookup fields -- see VENDWS.
       COPY vendws.
      *
      * Band-plan fields -- see 108-LOAD-BAND-PLAN and
      * 131-CHECK-BAND-PLAN.
               10 pt-code        pic x(4).
               10 pt-desc        pic x(16).
               10 pt-price       pic 999v999.
               10 pt-vendor      pic x(6).
               10 pt-vendor-name pic x(30).
       01 price-pick         pic 99.
       01 bom-yes-no         pic x value "N".
           88 want-bom              value "Y".
       01 wrap-allowance     pic 9v9 value 0.5.
       COPY letterhd REPLACING ==LH-PARA== BY
            ==104-display-letterhead==.

      * Vendor-master lookup -- see VENDWS/VENDRD.
       COPY vendrd REPLACING ==VN-FIND-PARA== BY
            ==109v-find-vendor==
            ==VN-FIND-EXIT== BY ==109v-find-exit==
            ==VN-READ-PARA== BY ==109w-read-vendor-record==
            ==VN-TEST-PARA== BY ==109x-test-vendor-record==.

      * Shared report-writer layer -- see PAGEWS/PAGEPR.
       COPY pagepr REPLACING ==PG-LINE-PARA== BY
            ==197-write-report-line==
              move function lower-case(pr-price-in) to pr-price-in
              compute pt-price(price-idx) =
                      function numval(pr-price-in)
              perform 109j-check-price-vendor
           end-if
           perform 109a-read-price-record.

      * The supplier on a HAFPRICE line must be on VENDMAST and
      * active; one that is not is named at load and on the BOM.
       109j-check-price-vendor.
           move pr-vendor to pt-vendor(price-idx)
           if pr-vendor EQUAL TO spaces or pr-vendor NOT NUMERIC
              move "NO VENDOR NUMBER ON HAFPRICE"
                   to pt-vendor-name(price-idx)
              display "HAFPRICE item " pt-code(price-idx)
                      " has no vendor number."
           else
              move pr-vendor to vn-probe-number
              perform 109v-find-vendor thru 109v-find-exit
              if NOT vn-vendor-found
                 move "NOT ON THE VENDOR MASTER"
                      to pt-vendor-name(price-idx)
                 display "HAFPRICE item " pt-code(price-idx)
                         " vendor " pr-vendor
                         " is not on the vendor master."
              else
                 move vn-name to pt-vendor-name(price-idx)
                 if NOT vn-active
                    move "INACTIVE VENDOR"
                         to pt-vendor-name(price-idx)
                    display "HAFPRICE item " pt-code(price-idx)
                            " vendor " pr-vendor " "
                            function trim(vn-name)
                            " is inactive."
                 end-if
              end-if
           end-if.

      * Loads the HAFSTOCK shack inventory -- a missing file simply
      * leaves the stock split off, the same fall-back HAFPRICE
      * uses.
       109c-find-price.
           move zero to item-price
           move "N" to priced-flag
           move zero to price-pick
           perform 109d-test-price-entry
                   varying price-idx from 1 by 1
                   until price-idx > price-count.
           if pt-code(price-idx) EQUAL TO pr-code
              move pt-price(price-idx) to item-price
              move "Y" to priced-flag
              move price-idx to price-pick
           end-if.

      * Bill of materials / cut list for the design just computed:
           string "  " pr-code " need " need-out "  pull "
                  pull-out "  buy " buy-out "  " line-cost-out
                  delimited by size into bom-line
           perform 136c-emit-bom-line
           if buy-qty > zero and price-pick > zero
              move spaces to bom-line
              string "        vendor " pt-vendor(price-pick) "  "
                     pt-vendor-name(price-pick)
                     delimited by size into bom-line
              perform 136c-emit-bom-line
           end-if.

       136g-decrement-stock.
           move "WIRE" to pr-code
