       record key is sm-key
       file status is ws-scene-master-status.

       select parm-file assign dynamic ws-parm-filename
       organization is line sequential
       file status is ws-parm-status.

       organization is line sequential
       file status is ws-checkpoint-status.

       select ledger-file assign dynamic ws-ledger-filename
       organization is line sequential
       file status is ws-ledger-status.

       select reject-file assign dynamic ws-reject-filename
       organization is line sequential.

       select acct-file assign dynamic ws-acct-filename
       organization is line sequential
       file status is ws-acct-status.

      01 ws-reject-filename pic x(40) value "reject.rpt".
      01 ws-stats-filename pic x(40) value "stats.rpt".
      01 ws-manifest-filename pic x(40) value "manifest.dat".
      *> the job deck is render.parm unless the run names another on
      *> its command line (a planned stream's render.parm.s<no>); the
      *> ledger and accounting names can be moved by the deck itself
      01 ws-parm-filename pic x(44) value "render.parm".
      01 ws-ledger-filename pic x(40) value "render.ldgr".
      01 ws-acct-filename pic x(40) value "acct.dat".
      01 ws-command-line pic x(44) value spaces.
      01 ws-stream-suffix pic x(4) value spaces.
      01 ws-depth-filename pic x(44).
      01 ws-depth-mode pic x value "N".
         88 depth-output value "Y".
      01 vf-status-text pic x(15).
      01 ws-validation-flag pic x value "Y".
         88 validation-passed value "Y".
      01 ws-idx-display pic 9(4).
      01 ws-parm-status     pic xx value "00".
      01 ws-scene-status    pic xx value "00".
      01 ws-scene-master-status pic xx value "00".
           10 job-present-flag pic x(1).
           10 job-status pic x(1).
           10 job-output-name pic x(40).
           10 job-card pic x(500).
      01 job-no pic 9(3).
      01 cur-parm-card.
           copy "parm-fields.cpy".
      *> per-object coverage tallies for the frame - which scene entry
      *> won the pixel in find-nearest-hit and over what depth range
      01 obj-stats-table.
       05 obj-stat-entry occurs 5000 times.
           10 os-pixel-count pic 9(9).
           10 os-near-t pic s9(5)v9(9).
           10 os-far-t pic s9(5)v9(9).
      01 os-idx pic 9(4).
      *> first scene entry hit by this pixel's primary samples; zero
      *> until a sample hits, so each pixel is tallied exactly once
      01 pixel-winner-obj pic 9(4) value 0.
      01 os-t-display pic +9(5).9(4).
      01 os-t-display2 pic +9(5).9(4).


      01 mat-found-flag pic x value "N".
      01 ws-pattern-ok-flag pic x value "Y".
      01 ws-optics-ok-flag pic x value "Y".
      01 cur-spec pic s9(5)v9(9) value 0.
      01 cur-shiny pic 9(3) value 0.
      01 cur-refl pic s9(5)v9(9) value 0.
      *> transparency and index of refraction of the current hit's
      *> material - zero transparency is an opaque surface
      01 cur-transp pic s9(5)v9(9) value 0.
      01 cur-ior pic s9(5)v9(9) value 1.

      *> per-object optics resolved from the materials table when the
      *> job loads, so the shadow walk need not look materials up
      01 obj-optics-table.
       05 obj-optics-entry occurs 5000 times.
           10 oo-transp pic s9(5)v9(9).
           10 oo-ior pic s9(5)v9(9).
      01 spec-total pic s9(5)v9(9).
      01 view-x pic s9(5)v9(9).
      01 view-y pic s9(5)v9(9).
      01 pt-cell-v pic s9(9).
      01 pt-parity pic 9(1).

      01 hit-obj pic 9(4).
      01 bounce-no pic 9(1).
      01 max-bounces pic 9(1) value 3.
      01 bounce-weight pic s9(3)v9(9).
      01 eff-weight pic s9(3)v9(9).
      01 refl-dot pic s9(9)v9(9).
      01 local-g pic s9(7)v9(9).
      01 local-b pic s9(7)v9(9).

      *> pending ray segments for the current sample. a surface hit
      *> can hand its energy on to a reflected and a transmitted
      *> segment; they are followed depth first, reflected before
      *> transmitted. mirror bounces are limited by max-bounces as
      *> always, passes through glass separately by max-glass-depth
      01 ray-stack.
       05 rs-count pic 9(2) value 0.
       05 rs-entry occurs 20 times.
           10 rs-origin-x pic s9(5)v9(9).
           10 rs-origin-y pic s9(5)v9(9).
           10 rs-origin-z pic s9(5)v9(9).
           10 rs-dir-x pic s9(5)v9(9).
           10 rs-dir-y pic s9(5)v9(9).
           10 rs-dir-z pic s9(5)v9(9).
           10 rs-weight pic s9(3)v9(9).
           10 rs-bounce pic 9(1).
           10 rs-glass pic 9(1).
           10 rs-inside pic x(1).
      01 segment-no pic 9(3).
      01 max-glass-depth pic 9(1) value 6.
      01 ray-glass pic 9(1).
      *> the segment being traced runs inside a glass solid, so the
      *> surface it meets is the far side of a sphere or box
      01 ray-inside-flag pic x value "N".
         88 ray-inside value "Y".
      01 hit-exit-flag pic x value "N".
         88 hit-exiting value "Y".
      01 tir-flag pic x value "N".
         88 total-internal value "Y".
      01 transmit-weight pic s9(3)v9(9).
      01 push-weight pic s9(3)v9(9).
      01 push-bounce pic 9(1).
      01 push-glass pic 9(1).
      01 push-inside pic x(1).
      01 push-ox pic s9(5)v9(9).
      01 push-oy pic s9(5)v9(9).
      01 push-oz pic s9(5)v9(9).
      01 push-dx pic s9(5)v9(9).
      01 push-dy pic s9(5)v9(9).
      01 push-dz pic s9(5)v9(9).
      01 refr-len pic s9(9)v9(9).
      01 refr-dnx pic s9(5)v9(9).
      01 refr-dny pic s9(5)v9(9).
      01 refr-dnz pic s9(5)v9(9).
      01 refr-cosi pic s9(5)v9(9).
      01 refr-eta pic s9(5)v9(9).
      01 refr-k pic s9(5)v9(9).
      01 refr-coef pic s9(5)v9(9).
      *> share of a light's energy that gets through the transparent
      *> objects between the hit point and the light
      01 shadow-pass pic s9(3)v9(9).

      01 shadow-flag pic x value "N".
         88 light-blocked value "Y".
      01 sh-idx pic 9(4).
      01 shx pic s9(5)v9(9).
      01 shy pic s9(5)v9(9).
      01 shz pic s9(5)v9(9).

      *> triangle test scratch - one ray against one triangle entry,
      *> shared by the primary and shadow walks like the box fields
      01 try-obj pic 9(4).
      01 try-ox pic s9(9)v9(9).
      01 try-oy pic s9(9)v9(9).
      01 try-oz pic s9(9)v9(9).
      01 ws-clock-hh pic 9(2).
      01 ws-clock-mm pic 9(2).
      01 ws-clock-ss pic 9(2).
      01 ws-clock-cc pic 9(2).
      01 ws-now-cs pic 9(9).
      01 ws-job-start-secs pic 9(9).
      01 ws-now-secs pic 9(9).
      01 ws-elapsed-secs pic s9(9).
         88 scene-overflown value "Y".

      01 scene-table.
       05 scene-count pic 9(4) value 0.
       05 scene-entry occurs 5000 times indexed by sc-idx.
           copy "scene-fields.cpy".

      *> spatial grid over the scene's bounded objects (everything but
      *> the ground planes), rebuilt every frame once choreography has
      *> moved things. each cell lists the objects whose padded bounds
      *> overlap it, so a ray only tests what lies along its path; the
      *> planes are unbounded and always tested. small scenes, or a
      *> scene too big for the reference table, keep the exhaustive
      *> search - the grid only changes which objects are tested,
      *> never which hit wins
      01 grid-min-objects pic 9(4) value 16.
      01 ws-grid-flag pic x value "N".
         88 grid-active value "Y".
      01 ws-grid-overflow-flag pic x value "N".
      01 grid-res pic 9(2).
      01 grid-max-res pic 9(2) value 24.
      01 grid-axis-table.
       05 grid-axis occurs 3 times.
           10 ga-min pic s9(7)v9(9).
           10 ga-max pic s9(7)v9(9).
           10 ga-size pic s9(7)v9(9).
      01 grid-cell-total pic 9(5).
      01 grid-cell-table.
       05 grid-cell occurs 13824 times.
           10 gc-start pic 9(7).
           10 gc-count pic 9(7).
      01 grid-ref-table.
       05 gr-obj occurs 200000 times pic 9(4).
      01 grid-ref-count pic 9(9).
      01 grid-ref-limit pic 9(7) value 200000.
      01 grid-bounded-count pic 9(4).
      01 plane-list-table.
       05 plane-count pic 9(4) value 0.
       05 pl-obj occurs 5000 times pic 9(4).
      01 pl-idx pic 9(4).
      *> per-object cell range in the grid, and the ray stamp that
      *> keeps an object straddling several cells from being tested
      *> twice along the same ray
      01 obj-grid-table.
       05 obj-grid-entry occurs 5000 times.
           10 og-lo pic 9(2) occurs 3 times.
           10 og-hi pic 9(2) occurs 3 times.
           10 og-stamp pic 9(12).
      01 mailbox-stamp pic 9(12) value 0.
      01 bd-min pic s9(7)v9(9) occurs 3 times.
      01 bd-max pic s9(7)v9(9) occurs 3 times.
      01 bd-rad pic s9(7)v9(9).
      01 bd-pad pic s9v9(9) value 0.01.
      01 bd-cell pic s9(7).
      01 ax pic 9(1).
      01 gx pic 9(2).
      01 gy pic 9(2).
      01 gz pic 9(2).
      01 gc-idx pic 9(5).
      01 gr-idx pic 9(7).
      01 gr-last pic 9(7).
      01 grid-running pic 9(7).

      *> grid walk state for one ray - the cell being visited, and
      *> per axis the distance to the next cell wall and the distance
      *> between walls; wide because a ray nearly parallel to an axis
      *> takes a huge step to cross it
      01 gw-axis-table.
       05 gw-axis occurs 3 times.
           10 gw-o pic s9(7)v9(9).
           10 gw-d pic s9(7)v9(9).
           10 gw-cell pic s9(3).
           10 gw-tmax pic s9(15)v9(9).
           10 gw-tdelta pic s9(15)v9(9).
      01 gw-t-enter pic s9(15)v9(9).
      01 gw-t-leave pic s9(15)v9(9).
      01 gw-t1 pic s9(15)v9(9).
      01 gw-t2 pic s9(15)v9(9).
      01 gw-t-exit pic s9(15)v9(9).
      01 gw-limit pic s9(15)v9(9).
      01 gw-pos pic s9(15)v9(9).
      01 gw-step-axis pic 9(1).
      01 gw-done-flag pic x value "N".
         88 gw-done value "Y".

      *> transparent occluders met by a grid shadow walk, multiplied
      *> into shadow-pass in object order once the walk is over
      01 occluder-table.
       05 occluder-count pic 9(3) value 0.
       05 oc-obj occurs 500 times pic 9(4).
      01 oc-idx pic 9(3).
      01 oc-jdx pic 9(3).
      01 oc-swap pic 9(4).
      01 ws-occluder-overflow-flag pic x value "N".
      01 ws-shadow-collect-flag pic x value "N".

      *> per-frame search effort for the run log
      01 objects-tested-count pic 9(15) value 0.
      01 rays-traced-count pic 9(15).
      01 tests-per-ray pic 9(7)v99.
      01 tests-per-ray-display pic z(6)9.99.
      01 grid-build-start pic 9(9).
      01 grid-build-end pic 9(9).
      01 grid-build-cs pic 9(9) value 0.

      01 best-hit-flag pic x value "N".
         88 best-hit value "Y".
      01 obj-hit-flag pic x value "N".
      01 best-idx pic 9(4) value 0.
      01 best-t PIC S9(5)V9(9).

      01 ray-origin.
procedure division.
main-line.
       move FUNCTION CURRENT-DATE to ws-start-timestamp
       accept ws-command-line from command-line
       if ws-command-line not = spaces
           move ws-command-line to ws-parm-filename
       end-if
       perform read-job-queue
       perform scan-restart-request
       perform scan-stream-files
       if restart-run
           perform load-run-ledger
           *> pick the report files up where the interrupted run left
           end-if
       end-perform.

scan-stream-files.
       *> the ledger, checkpoint, accounting and report names belong
       *> to the whole run, so they are settled from the deck before
       *> the ledger is touched. walked last card to first so the
       *> first card naming each one wins
       perform varying job-no from job-count by -1 until job-no < 1
           if job-present-flag of job-entry(job-no) = "Y"
               move job-card of job-entry(job-no) to cur-parm-card
               if parm-ledger-file of cur-parm-card not = spaces
                   move parm-ledger-file of cur-parm-card to ws-ledger-filename
               end-if
               if parm-ckpt-file of cur-parm-card not = spaces
                   move parm-ckpt-file of cur-parm-card to ws-checkpoint-filename
               end-if
               if parm-acct-file of cur-parm-card not = spaces
                   move parm-acct-file of cur-parm-card to ws-acct-filename
               end-if
               if parm-stream-no of cur-parm-card is numeric
                   and parm-stream-no of cur-parm-card > 0
                   move spaces to ws-stream-suffix
                   string ".s" parm-stream-no of cur-parm-card delimited by size
                   into ws-stream-suffix
               end-if
           end-if
       end-perform
       if ws-stream-suffix not = spaces
           move spaces to ws-name-build
           string FUNCTION TRIM(ws-run-log-filename) delimited by size
               ws-stream-suffix delimited by size
           into ws-name-build
           move ws-name-build to ws-run-log-filename
           move spaces to ws-name-build
           string FUNCTION TRIM(ws-stats-filename) delimited by size
               ws-stream-suffix delimited by size
           into ws-name-build
           move ws-name-build to ws-stats-filename
           move spaces to ws-name-build
           string FUNCTION TRIM(ws-manifest-filename) delimited by size
               ws-stream-suffix delimited by size
           into ws-name-build
           move ws-name-build to ws-manifest-filename
       end-if.

load-run-ledger.
       open input ledger-file
       if ws-ledger-status = "00"
           into ws-name-build
           move ws-name-build to ws-reject-filename
       end-if
       if ws-stream-suffix not = spaces
           move spaces to ws-name-build
           string FUNCTION TRIM(ws-reject-filename) delimited by size
               ws-stream-suffix delimited by size
           into ws-name-build
           move ws-name-build to ws-reject-filename
       end-if
       move ws-output-filename to job-output-name of job-entry(job-no)
       if ws-scene-id not = spaces
           perform load-scene-master
               move 1 to return-code
           end-if
       else
           perform resolve-object-optics
           perform render-job-frames
           if job-deferred
               move "D" to job-status of job-entry(job-no)
               perform check-ledger-for-frame
           end-if
           if not ledger-frame-done
               perform build-scene-grid
               if preview-output
                   perform render-preview-frame
               else
       move 0 to background-pixel-count
       move 0 to shadow-test-count
       move 0 to bounce-trace-count
       move 0 to objects-tested-count
       perform init-object-stats
       if restart-run and not depth-output and ws-strip-count = 0
           perform read-checkpoint
       move 0 to sample-r
       move 0 to sample-g
       move 0 to sample-b
       move 0 to segment-no
       move 1 to rs-count
       move origin-x to rs-origin-x of rs-entry(1)
       move origin-y to rs-origin-y of rs-entry(1)
       move origin-z to rs-origin-z of rs-entry(1)
       move dir-x to rs-dir-x of rs-entry(1)
       move dir-y to rs-dir-y of rs-entry(1)
       move dir-z to rs-dir-z of rs-entry(1)
       move 1 to rs-weight of rs-entry(1)
       move 1 to rs-bounce of rs-entry(1)
       move 0 to rs-glass of rs-entry(1)
       move "N" to rs-inside of rs-entry(1)
       perform trace-bounce until rs-count = 0.

trace-bounce.
       *> one segment of the ray tree: take the newest pending ray,
       *> shade the surface it lands on weighted by how much energy
       *> survived to it, then queue the mirrored and transmitted rays
       *> that carry the rest of the energy on
       move rs-origin-x of rs-entry(rs-count) to origin-x
       move rs-origin-y of rs-entry(rs-count) to origin-y
       move rs-origin-z of rs-entry(rs-count) to origin-z
       move rs-dir-x of rs-entry(rs-count) to dir-x
       move rs-dir-y of rs-entry(rs-count) to dir-y
       move rs-dir-z of rs-entry(rs-count) to dir-z
       move rs-weight of rs-entry(rs-count) to bounce-weight
       move rs-bounce of rs-entry(rs-count) to bounce-no
       move rs-glass of rs-entry(rs-count) to ray-glass
       move rs-inside of rs-entry(rs-count) to ray-inside-flag
       subtract 1 from rs-count
       add 1 to segment-no
       add 1 to bounce-trace-count
       perform find-nearest-hit

       if best-hit
           if segment-no = 1
               move "Y" to ws-pixel-hit-flag
               if pixel-depth-flag = "N" or best-t < pixel-depth
                   move best-t to pixel-depth
           end-evaluate

           perform find-material
           *> a ray leaving a glass sphere or box meets the outward
           *> normal from behind - turn it to face the ray, like the
           *> plane and triangle normals already do
           move "N" to hit-exit-flag
           if cur-transp > 0
               and sc-obj-type of scene-entry(hit-obj) not = "P"
               and sc-obj-type of scene-entry(hit-obj) not = "T"
               if ((nx * dir-x) + (ny * dir-y) + (nz * dir-z)) > 0
                   move "Y" to hit-exit-flag
                   compute nx = 0 - nx
                   compute ny = 0 - ny
                   compute nz = 0 - nz
               end-if
           end-if
           perform select-surface-color
           compute view-len = (dir-x * dir-x) + (dir-y * dir-y)
               + (dir-z * dir-z)
               move 255 to local-b
           end-if

           compute eff-weight = 1 - cur-refl - cur-transp
           compute eff-weight = eff-weight * bounce-weight
           compute sample-r = sample-r + (eff-weight * local-r)
           compute sample-g = sample-g + (eff-weight * local-g)
           compute sample-b = sample-b + (eff-weight * local-b)

           move "N" to tir-flag
           move 0 to transmit-weight
           if cur-transp > 0 and ray-glass < max-glass-depth
               compute transmit-weight = bounce-weight * cur-transp
               if sc-obj-type of scene-entry(hit-obj) not = "P"
                   and sc-obj-type of scene-entry(hit-obj) not = "T"
                   perform compute-refracted-ray
               else
                   *> planes and triangles are thin panes - the ray
                   *> passes straight through, unbent
                   move dir-x to push-dx
                   move dir-y to push-dy
                   move dir-z to push-dz
                   move ray-inside-flag to push-inside
               end-if
           end-if
           if total-internal
               *> no way out of the glass at this angle - the share
               *> that would have been transmitted follows the mirror
               *> ray instead, and stays inside the solid
               compute push-weight = bounce-weight * (cur-refl + cur-transp)
               move bounce-no to push-bounce
               compute push-glass = ray-glass + 1
               move ray-inside-flag to push-inside
               perform push-reflected-ray
           else
               if transmit-weight > 0
                   compute push-ox = hit-x - (nx * 0.01)
                   compute push-oy = hit-y - (ny * 0.01)
                   compute push-oz = hit-z - (nz * 0.01)
                   move transmit-weight to push-weight
                   move bounce-no to push-bounce
                   compute push-glass = ray-glass + 1
                   perform push-ray-segment
               end-if
               if cur-refl > 0 and bounce-no < max-bounces
                   compute push-weight = bounce-weight * cur-refl
                   compute push-bounce = bounce-no + 1
                   move ray-glass to push-glass
                   move ray-inside-flag to push-inside
                   perform push-reflected-ray
               end-if
           end-if
       else
           compute sample-b = sample-b + (bounce-weight * 255)
       end-if.

push-reflected-ray.
       *> mirror the incoming ray about the surface normal and start
       *> it just off the surface on the incoming side
       compute refl-dot = (dir-x * nx) + (dir-y * ny)
           + (dir-z * nz)
       compute refl-2dot = 2 * refl-dot
       compute push-dx = dir-x - (refl-2dot * nx)
       compute push-dy = dir-y - (refl-2dot * ny)
       compute push-dz = dir-z - (refl-2dot * nz)
       compute push-ox = hit-x + (nx * 0.01)
       compute push-oy = hit-y + (ny * 0.01)
       compute push-oz = hit-z + (nz * 0.01)
       perform push-ray-segment.

push-ray-segment.
       *> a full stack only happens on pathological glass stacks -
       *> the segment's energy is simply dropped
       if rs-count < 20
           add 1 to rs-count
           move push-ox to rs-origin-x of rs-entry(rs-count)
           move push-oy to rs-origin-y of rs-entry(rs-count)
           move push-oz to rs-origin-z of rs-entry(rs-count)
           move push-dx to rs-dir-x of rs-entry(rs-count)
           move push-dy to rs-dir-y of rs-entry(rs-count)
           move push-dz to rs-dir-z of rs-entry(rs-count)
           move push-weight to rs-weight of rs-entry(rs-count)
           move push-bounce to rs-bounce of rs-entry(rs-count)
           move push-glass to rs-glass of rs-entry(rs-count)
           move push-inside to rs-inside of rs-entry(rs-count)
       end-if.

compute-refracted-ray.
       *> snell's law against the normal that faces the incoming ray:
       *> entering, the index ratio is 1/ior; leaving, ior/1. when the
       *> root goes negative the ray cannot leave and reflects whole
       compute refr-len = (dir-x * dir-x) + (dir-y * dir-y)
           + (dir-z * dir-z)
       compute refr-len = FUNCTION SQRT(refr-len)
       compute refr-dnx = dir-x / refr-len
       compute refr-dny = dir-y / refr-len
       compute refr-dnz = dir-z / refr-len
       compute refr-cosi = 0 - ((refr-dnx * nx) + (refr-dny * ny)
           + (refr-dnz * nz))
       if hit-exiting
           move cur-ior to refr-eta
           move "N" to push-inside
       else
           compute refr-eta = 1 / cur-ior
           move "Y" to push-inside
       end-if
       compute refr-k = 1 - ((refr-eta * refr-eta)
           * (1 - (refr-cosi * refr-cosi)))
       if refr-k < 0
           move "Y" to tir-flag
       else
           compute refr-coef = (refr-eta * refr-cosi) - FUNCTION SQRT(refr-k)
           compute push-dx = (refr-eta * refr-dnx) + (refr-coef * nx)
           compute push-dy = (refr-eta * refr-dny) + (refr-coef * ny)
           compute push-dz = (refr-eta * refr-dnz) + (refr-coef * nz)
       end-if.

compute-box-normal.
       move 0 to cur-spec
       move 0 to cur-shiny
       move 0 to cur-refl
       move 0 to cur-transp
       move 1 to cur-ior
       if sc-material of scene-entry(hit-obj) not = spaces
           perform varying mt-idx from 1 by 1
               until mt-idx > materials-count
                   move mt-spec-strength of materials-entry(mt-idx) to cur-spec
                   move mt-shininess of materials-entry(mt-idx) to cur-shiny
                   move mt-reflectivity of materials-entry(mt-idx) to cur-refl
                   move mt-transparency of materials-entry(mt-idx) to cur-transp
                   move mt-ior of materials-entry(mt-idx) to cur-ior
               end-if
           end-perform
       end-if.
           if mat-found-flag = "N"
               move "N" to ws-validation-flag
           end-if
       end-perform
       perform varying mt-idx from 1 by 1 until mt-idx > materials-count
           perform check-material-optics
           if ws-optics-ok-flag = "N"
               move "N" to ws-validation-flag
           end-if
       end-perform.

check-material-optics.
       *> glass has to leave some share for the surface itself: the
       *> transparency is a fraction, the index bends the ray the
       *> right way, and mirror plus transmitted never exceed the whole
       move "Y" to ws-optics-ok-flag
       if mt-transparency of materials-entry(mt-idx) < 0
           or mt-transparency of materials-entry(mt-idx) > 1
           move "N" to ws-optics-ok-flag
       end-if
       if mt-transparency of materials-entry(mt-idx) > 0
           if mt-ior of materials-entry(mt-idx) <= 0
               move "N" to ws-optics-ok-flag
           end-if
           if mt-reflectivity of materials-entry(mt-idx)
               + mt-transparency of materials-entry(mt-idx) > 1
               move "N" to ws-optics-ok-flag
           end-if
       end-if.

check-material-code.
       move "Y" to mat-found-flag
       if sc-material of scene-entry(sc-idx) not = spaces
       end-perform
       if scene-overflown
           move spaces to reject-rec
           string "SCENE FILE EXCEEDS " "5000" delimited by size
               " OBJECT TABLE LIMIT" delimited by size
           into reject-rec
           write reject-rec
               write reject-rec
           end-if
       end-perform
       perform varying mt-idx from 1 by 1 until mt-idx > materials-count
           perform check-material-optics
           if ws-optics-ok-flag = "N"
               move mt-transparency of materials-entry(mt-idx) to pv-d1
               move mt-ior of materials-entry(mt-idx) to pv-d2
               move mt-reflectivity of materials-entry(mt-idx) to pv-d3
               move spaces to reject-rec
               string "BAD GLASS SETTINGS FOR MATERIAL " mt-code of materials-entry(mt-idx) delimited by size
                   " TRANSPARENCY=" pv-d1 delimited by size
                   " IOR=" pv-d2 delimited by size
                   " REFLECTIVITY=" pv-d3 delimited by size
               into reject-rec
               write reject-rec
           end-if
       end-perform
       close reject-file.

write-run-log.
           write run-log-rec
       end-if
       move spaces to run-log-rec
       if grid-active
           string "SPATIAL GRID " grid-res delimited by size
               "X" grid-res delimited by size
               "X" grid-res delimited by size
               " OBJECTS=" grid-bounded-count delimited by size
               " PLANES=" plane-count delimited by size
               " CELL REFS=" grid-ref-count delimited by size
               " BUILD CS=" grid-build-cs delimited by size
           into run-log-rec
       else
           if ws-grid-overflow-flag = "Y"
               string "SPATIAL GRID NOT USED - " grid-ref-count delimited by size
                   " CELL REFS OVER TABLE LIMIT, EXHAUSTIVE SEARCH" delimited by size
                   " BUILD CS=" grid-build-cs delimited by size
               into run-log-rec
           else
               string "SPATIAL GRID NOT USED - " grid-bounded-count delimited by size
                   " BOUNDED OBJECTS, EXHAUSTIVE SEARCH" delimited by size
               into run-log-rec
           end-if
       end-if
       write run-log-rec
       compute rays-traced-count = bounce-trace-count + shadow-test-count
       if rays-traced-count > 0
           compute tests-per-ray = objects-tested-count / rays-traced-count
       else
           move 0 to tests-per-ray
       end-if
       move tests-per-ray to tests-per-ray-display
       move spaces to run-log-rec
       string "RAYS=" rays-traced-count delimited by size
           " OBJECTS TESTED=" objects-tested-count delimited by size
           " AVERAGE OBJECTS TESTED PER RAY=" FUNCTION TRIM(tests-per-ray-display) delimited by size
       into run-log-rec
       write run-log-rec
       move spaces to run-log-rec
       string "SPHERE-HIT PIXELS=" hit-pixel-count delimited by size
           " BACKGROUND PIXELS=" background-pixel-count delimited by size
       into run-log-rec
       compute ws-now-secs = (ws-clock-hh * 3600)
           + (ws-clock-mm * 60) + ws-clock-ss.

get-clock-centiseconds.
       move FUNCTION CURRENT-DATE to ws-clock-stamp
       move ws-clock-stamp(9:2) to ws-clock-hh
       move ws-clock-stamp(11:2) to ws-clock-mm
       move ws-clock-stamp(13:2) to ws-clock-ss
       move ws-clock-stamp(15:2) to ws-clock-cc
       compute ws-now-cs = (((ws-clock-hh * 3600)
           + (ws-clock-mm * 60) + ws-clock-ss) * 100) + ws-clock-cc.

check-time-budget.
       perform get-clock-seconds
       compute ws-elapsed-secs = ws-now-secs - ws-job-start-secs
                   at end
                       move "Y" to scene-eof-flag
                   not at end
                       if scene-count >= 5000
                           move "Y" to scene-overflow-flag
                           move "Y" to scene-eof-flag
                       else
                       if sm-scene-id not = ws-scene-id
                           move "Y" to scene-eof-flag
                       else
                           if scene-count >= 5000
                               move "Y" to scene-overflow-flag
                               move "Y" to scene-eof-flag
                           else
                       else
                           add 1 to materials-count
                           move materials-rec-in to materials-entry(materials-count)
                           if mt-transparency of materials-entry(materials-count) is not numeric
                               move 0 to mt-transparency of materials-entry(materials-count)
                           end-if
                           if mt-ior of materials-entry(materials-count) is not numeric
                               move 1 to mt-ior of materials-entry(materials-count)
                           end-if
                       end-if
               end-read
           end-perform
           close materials-file
       end-if.

resolve-object-optics.
       *> the shadow walk needs each object's transparency for every
       *> occluder it crosses - look the materials up once per job
       perform varying os-idx from 1 by 1 until os-idx > scene-count
           move 0 to oo-transp of obj-optics-entry(os-idx)
           move 1 to oo-ior of obj-optics-entry(os-idx)
           if sc-material of scene-entry(os-idx) not = spaces
               perform varying mt-idx from 1 by 1
                   until mt-idx > materials-count
                   if mt-code of materials-entry(mt-idx)
                       = sc-material of scene-entry(os-idx)
                       move mt-transparency of materials-entry(mt-idx)
                           to oo-transp of obj-optics-entry(os-idx)
                       move mt-ior of materials-entry(mt-idx)
                           to oo-ior of obj-optics-entry(os-idx)
                   end-if
               end-perform
           end-if
       end-perform.

build-scene-grid.
       *> bound every non-plane object, size the grid to the scene
       *> (about two objects a cell, at most grid-max-res a side),
       *> count each cell's references, then lay the cell lists out
       *> end to end in object order
       move "N" to ws-grid-flag
       move "N" to ws-grid-overflow-flag
       move 0 to plane-count
       move 0 to grid-bounded-count
       move 0 to grid-ref-count
       move 0 to grid-res
       move 0 to grid-cell-total
       perform get-clock-centiseconds
       move ws-now-cs to grid-build-start
       perform varying os-idx from 1 by 1 until os-idx > scene-count
           if sc-obj-type of scene-entry(os-idx) = "P"
               add 1 to plane-count
               move os-idx to pl-obj(plane-count)
           else
               perform compute-object-bounds
               add 1 to grid-bounded-count
               perform varying ax from 1 by 1 until ax > 3
                   if grid-bounded-count = 1 or bd-min(ax) < ga-min(ax)
                       move bd-min(ax) to ga-min(ax)
                   end-if
                   if grid-bounded-count = 1 or bd-max(ax) > ga-max(ax)
                       move bd-max(ax) to ga-max(ax)
                   end-if
               end-perform
           end-if
       end-perform
       if grid-bounded-count >= grid-min-objects
           move 1 to grid-res
           perform until (grid-res * grid-res * grid-res) >= (grid-bounded-count * 2)
               or grid-res >= grid-max-res
               add 1 to grid-res
           end-perform
           compute grid-cell-total = grid-res * grid-res * grid-res
           perform varying ax from 1 by 1 until ax > 3
               compute ga-size(ax) = (ga-max(ax) - ga-min(ax)) / grid-res
           end-perform
           perform varying gc-idx from 1 by 1 until gc-idx > grid-cell-total
               move 0 to gc-count(gc-idx)
           end-perform
           perform varying os-idx from 1 by 1 until os-idx > scene-count
               if sc-obj-type of scene-entry(os-idx) not = "P"
                   perform compute-object-cells
                   compute grid-ref-count = grid-ref-count
                       + ((og-hi(os-idx, 1) - og-lo(os-idx, 1) + 1)
                       * (og-hi(os-idx, 2) - og-lo(os-idx, 2) + 1)
                       * (og-hi(os-idx, 3) - og-lo(os-idx, 3) + 1))
               end-if
           end-perform
           if grid-ref-count > grid-ref-limit
               move "Y" to ws-grid-overflow-flag
           else
               perform varying os-idx from 1 by 1 until os-idx > scene-count
                   if sc-obj-type of scene-entry(os-idx) not = "P"
                       perform count-object-cells
                   end-if
               end-perform
               move 1 to grid-running
               perform varying gc-idx from 1 by 1 until gc-idx > grid-cell-total
                   move grid-running to gc-start(gc-idx)
                   add gc-count(gc-idx) to grid-running
                   move 0 to gc-count(gc-idx)
               end-perform
               perform varying os-idx from 1 by 1 until os-idx > scene-count
                   if sc-obj-type of scene-entry(os-idx) not = "P"
                       perform file-object-cells
                   end-if
               end-perform
               move "Y" to ws-grid-flag
           end-if
       end-if
       perform get-clock-centiseconds
       move ws-now-cs to grid-build-end
       if grid-build-end < grid-build-start
           add 8640000 to grid-build-end
       end-if
       compute grid-build-cs = grid-build-end - grid-build-start.

compute-object-bounds.
       *> axis-aligned bounds of one object, padded so a hit point a
       *> rounding error outside the true surface still lands in a
       *> cell the object is filed under
       evaluate sc-obj-type of scene-entry(os-idx)
           when "B"
               compute bd-min(1) = sc-center-x of scene-entry(os-idx) - sc-ext-x of scene-entry(os-idx)
               compute bd-max(1) = sc-center-x of scene-entry(os-idx) + sc-ext-x of scene-entry(os-idx)
               compute bd-min(2) = sc-center-y of scene-entry(os-idx) - sc-ext-y of scene-entry(os-idx)
               compute bd-max(2) = sc-center-y of scene-entry(os-idx) + sc-ext-y of scene-entry(os-idx)
               compute bd-min(3) = sc-center-z of scene-entry(os-idx) - sc-ext-z of scene-entry(os-idx)
               compute bd-max(3) = sc-center-z of scene-entry(os-idx) + sc-ext-z of scene-entry(os-idx)
           when "T"
               move sc-center-x of scene-entry(os-idx) to bd-min(1)
               move sc-center-x of scene-entry(os-idx) to bd-max(1)
               move sc-center-y of scene-entry(os-idx) to bd-min(2)
               move sc-center-y of scene-entry(os-idx) to bd-max(2)
               move sc-center-z of scene-entry(os-idx) to bd-min(3)
               move sc-center-z of scene-entry(os-idx) to bd-max(3)
               if sc-ext-x of scene-entry(os-idx) < bd-min(1)
                   move sc-ext-x of scene-entry(os-idx) to bd-min(1)
               end-if
               if sc-ext-x of scene-entry(os-idx) > bd-max(1)
                   move sc-ext-x of scene-entry(os-idx) to bd-max(1)
               end-if
               if sc-aux-x of scene-entry(os-idx) < bd-min(1)
                   move sc-aux-x of scene-entry(os-idx) to bd-min(1)
               end-if
               if sc-aux-x of scene-entry(os-idx) > bd-max(1)
                   move sc-aux-x of scene-entry(os-idx) to bd-max(1)
               end-if
               if sc-ext-y of scene-entry(os-idx) < bd-min(2)
                   move sc-ext-y of scene-entry(os-idx) to bd-min(2)
               end-if
               if sc-ext-y of scene-entry(os-idx) > bd-max(2)
                   move sc-ext-y of scene-entry(os-idx) to bd-max(2)
               end-if
               if sc-aux-y of scene-entry(os-idx) < bd-min(2)
                   move sc-aux-y of scene-entry(os-idx) to bd-min(2)
               end-if
               if sc-aux-y of scene-entry(os-idx) > bd-max(2)
                   move sc-aux-y of scene-entry(os-idx) to bd-max(2)
               end-if
               if sc-ext-z of scene-entry(os-idx) < bd-min(3)
                   move sc-ext-z of scene-entry(os-idx) to bd-min(3)
               end-if
               if sc-ext-z of scene-entry(os-idx) > bd-max(3)
                   move sc-ext-z of scene-entry(os-idx) to bd-max(3)
               end-if
               if sc-aux-z of scene-entry(os-idx) < bd-min(3)
                   move sc-aux-z of scene-entry(os-idx) to bd-min(3)
               end-if
               if sc-aux-z of scene-entry(os-idx) > bd-max(3)
                   move sc-aux-z of scene-entry(os-idx) to bd-max(3)
               end-if
           when other
               move sc-radius of scene-entry(os-idx) to bd-rad
               if bd-rad < 0
                   compute bd-rad = 0 - bd-rad
               end-if
               compute bd-min(1) = sc-center-x of scene-entry(os-idx) - bd-rad
               compute bd-max(1) = sc-center-x of scene-entry(os-idx) + bd-rad
               compute bd-min(2) = sc-center-y of scene-entry(os-idx) - bd-rad
               compute bd-max(2) = sc-center-y of scene-entry(os-idx) + bd-rad
               compute bd-min(3) = sc-center-z of scene-entry(os-idx) - bd-rad
               compute bd-max(3) = sc-center-z of scene-entry(os-idx) + bd-rad
       end-evaluate
       perform varying ax from 1 by 1 until ax > 3
           subtract bd-pad from bd-min(ax)
           add bd-pad to bd-max(ax)
       end-perform.

compute-object-cells.
       perform compute-object-bounds
       perform varying ax from 1 by 1 until ax > 3
           compute bd-cell = (bd-min(ax) - ga-min(ax)) / ga-size(ax)
           if bd-cell < 0
               move 0 to bd-cell
           end-if
           if bd-cell > grid-res - 1
               compute bd-cell = grid-res - 1
           end-if
           move bd-cell to og-lo(os-idx, ax)
           compute bd-cell = (bd-max(ax) - ga-min(ax)) / ga-size(ax)
           if bd-cell < 0
               move 0 to bd-cell
           end-if
           if bd-cell > grid-res - 1
               compute bd-cell = grid-res - 1
           end-if
           move bd-cell to og-hi(os-idx, ax)
       end-perform.

count-object-cells.
       perform varying gz from og-lo(os-idx, 3) by 1 until gz > og-hi(os-idx, 3)
           perform varying gy from og-lo(os-idx, 2) by 1 until gy > og-hi(os-idx, 2)
               perform varying gx from og-lo(os-idx, 1) by 1 until gx > og-hi(os-idx, 1)
                   compute gc-idx = (((gz * grid-res) + gy) * grid-res) + gx + 1
                   add 1 to gc-count(gc-idx)
               end-perform
           end-perform
       end-perform.

file-object-cells.
       perform varying gz from og-lo(os-idx, 3) by 1 until gz > og-hi(os-idx, 3)
           perform varying gy from og-lo(os-idx, 2) by 1 until gy > og-hi(os-idx, 2)
               perform varying gx from og-lo(os-idx, 1) by 1 until gx > og-hi(os-idx, 1)
                   compute gc-idx = (((gz * grid-res) + gy) * grid-res) + gx + 1
                   compute gr-idx = gc-start(gc-idx) + gc-count(gc-idx)
                   move os-idx to gr-obj(gr-idx)
                   add 1 to gc-count(gc-idx)
               end-perform
           end-perform
       end-perform.

find-nearest-hit.
       move "N" to best-hit-flag
       move 0 to best-idx
       move 0 to best-t
       if grid-active
           perform find-nearest-hit-grid
       else
           perform test-nearest-candidate
               varying sc-idx from 1 by 1 until sc-idx > scene-count
       end-if.

test-nearest-candidate.
       *> the nearest hit wins; on an exact tie the lower scene entry
       *> wins, which is what the in-order search always produced
       add 1 to objects-tested-count
       move "N" to obj-hit-flag
       evaluate sc-obj-type of scene-entry(sc-idx)
           when "P"
               perform intersect-plane
           when "B"
               perform intersect-box
           when "T"
               perform intersect-triangle
           when other
               perform intersect-sphere
       end-evaluate
       if obj-hit-flag = "Y"
           if (best-hit-flag = "N") or (t-hit < best-t)
               or (t-hit = best-t and sc-idx < best-idx)
               move t-hit to best-t
               move sc-idx to best-idx
               move "Y" to best-hit-flag
           end-if
       end-if.

find-nearest-hit-grid.
       *> planes first, then the cells along the ray nearest first.
       *> once the best hit so far lies before the wall the ray leaves
       *> the current cell by, nothing further along can beat it - an
       *> object's padded bounds put it in every cell its surface
       *> touches
       add 1 to mailbox-stamp
       perform varying pl-idx from 1 by 1 until pl-idx > plane-count
           set sc-idx to pl-obj(pl-idx)
           perform test-nearest-candidate
       end-perform
       move origin-x to gw-o(1)
       move origin-y to gw-o(2)
       move origin-z to gw-o(3)
       move dir-x to gw-d(1)
       move dir-y to gw-d(2)
       move dir-z to gw-d(3)
       move 0 to gw-limit
       perform start-grid-walk
       perform until gw-done
           perform set-walk-cell-range
           perform varying gr-idx from gr-idx by 1 until gr-idx > gr-last
               move gr-obj(gr-idx) to os-idx
               if og-stamp(os-idx) not = mailbox-stamp
                   move mailbox-stamp to og-stamp(os-idx)
                   set sc-idx to os-idx
                   perform test-nearest-candidate
               end-if
           end-perform
           if best-hit and best-t < gw-t-exit
               move "Y" to gw-done-flag
           else
               perform step-grid-walk
           end-if
       end-perform.

start-grid-walk.
       *> clip the ray to the grid's box, then find the cell it
       *> starts in and the distance to each axis's first wall.
       *> gw-limit (0 = none) stops a shadow walk at its light
       move "N" to gw-done-flag
       move 0 to gw-t-enter
       move 999999999999999 to gw-t-leave
       perform varying ax from 1 by 1 until ax > 3
           if gw-d(ax) = 0
               if gw-o(ax) < ga-min(ax) or gw-o(ax) > ga-max(ax)
                   move "Y" to gw-done-flag
               end-if
           else
               compute gw-t1 = (ga-min(ax) - gw-o(ax)) / gw-d(ax)
               compute gw-t2 = (ga-max(ax) - gw-o(ax)) / gw-d(ax)
               if gw-t1 > gw-t2
                   move gw-t1 to gw-pos
                   move gw-t2 to gw-t1
                   move gw-pos to gw-t2
               end-if
               if gw-t1 > gw-t-enter
                   move gw-t1 to gw-t-enter
               end-if
               if gw-t2 < gw-t-leave
                   move gw-t2 to gw-t-leave
               end-if
           end-if
       end-perform
       if gw-t-enter > gw-t-leave
           move "Y" to gw-done-flag
       end-if
       if gw-limit > 0 and gw-t-enter >= gw-limit
           move "Y" to gw-done-flag
       end-if
       if not gw-done
           perform varying ax from 1 by 1 until ax > 3
               compute gw-pos = gw-o(ax) + (gw-t-enter * gw-d(ax))
               compute bd-cell = (gw-pos - ga-min(ax)) / ga-size(ax)
               if bd-cell < 0
                   move 0 to bd-cell
               end-if
               if bd-cell > grid-res - 1
                   compute bd-cell = grid-res - 1
               end-if
               move bd-cell to gw-cell(ax)
               evaluate true
                   when gw-d(ax) > 0
                       compute gw-tmax(ax) = (ga-min(ax)
                           + ((gw-cell(ax) + 1) * ga-size(ax)) - gw-o(ax)) / gw-d(ax)
                       compute gw-tdelta(ax) = ga-size(ax) / gw-d(ax)
                   when gw-d(ax) < 0
                       compute gw-tmax(ax) = (ga-min(ax)
                           + (gw-cell(ax) * ga-size(ax)) - gw-o(ax)) / gw-d(ax)
                       compute gw-tdelta(ax) = 0 - (ga-size(ax) / gw-d(ax))
                   when other
                       move 999999999999999 to gw-tmax(ax)
                       move 999999999999999 to gw-tdelta(ax)
               end-evaluate
           end-perform
           perform find-cell-exit
       end-if.

find-cell-exit.
       *> the ray leaves the current cell through the nearest wall
       move 1 to gw-step-axis
       if gw-tmax(2) < gw-tmax(gw-step-axis)
           move 2 to gw-step-axis
       end-if
       if gw-tmax(3) < gw-tmax(gw-step-axis)
           move 3 to gw-step-axis
       end-if
       move gw-tmax(gw-step-axis) to gw-t-exit.

step-grid-walk.
       if gw-d(gw-step-axis) > 0
           add 1 to gw-cell(gw-step-axis)
       else
           subtract 1 from gw-cell(gw-step-axis)
       end-if
       if gw-cell(gw-step-axis) < 0
           or gw-cell(gw-step-axis) > grid-res - 1
           move "Y" to gw-done-flag
       else
           if gw-limit > 0 and gw-t-exit >= gw-limit
               move "Y" to gw-done-flag
           else
               add gw-tdelta(gw-step-axis) to gw-tmax(gw-step-axis)
               perform find-cell-exit
           end-if
       end-if.

set-walk-cell-range.
       compute gc-idx = (((gw-cell(3) * grid-res) + gw-cell(2))
           * grid-res) + gw-cell(1) + 1
       move gc-start(gc-idx) to gr-idx
       compute gr-last = gc-start(gc-idx) + gc-count(gc-idx) - 1.

intersect-sphere.
       compute ocx = origin-x - sc-center-x of scene-entry(sc-idx)
       compute ocy = origin-y - sc-center-y of scene-entry(sc-idx)
           compute t-hit = (-SB - FUNCTION SQRT(DISCRIMINANT)) / TWO-SA
           if t-hit > 0
               move "Y" to obj-hit-flag
           else
               *> a ray travelling inside glass starts within the
               *> sphere - the surface it meets is the far root
               if ray-inside
                   compute t-hit = (-SB + FUNCTION SQRT(DISCRIMINANT)) / TWO-SA
                   if t-hit > 0
                       move "Y" to obj-hit-flag
                   end-if
               end-if
           end-if
       end-if.

       if try-hit-flag = "Y" and try-t > 0
           move try-t to t-hit
           move "Y" to obj-hit-flag
       else
           *> inside a glass box the way out is the exit distance
           if try-hit-flag = "Y" and ray-inside and bx-tfar > 0
               move bx-tfar to t-hit
               move "Y" to obj-hit-flag
           end-if
       end-if.

test-box-hit.

check-light-blocked.
       *> walk the scene along the ray from the hit point toward the
       *> light (direction in sldx/y/z); any opaque object crossed
       *> before sh-limit (0 = no limit) leaves the hit point in
       *> shadow, while a transparent one only passes its share of
       *> the light on (shadow-pass). the origin is nudged along the
       *> ray so the surface we are shading does not occlude itself.
       add 1 to shadow-test-count
       move "N" to shadow-flag
       move 1 to shadow-pass
       compute shx = hit-x + (sldx * 0.01)
       compute shy = hit-y + (sldy * 0.01)
       compute shz = hit-z + (sldz * 0.01)
       if grid-active
           perform shadow-walk-grid
       end-if
       if not grid-active or ws-occluder-overflow-flag = "Y"
           move "N" to ws-shadow-collect-flag
           move "N" to shadow-flag
           move 1 to shadow-pass
           perform shadow-test-object
               varying sh-idx from 1 by 1
               until sh-idx > scene-count or light-blocked
       end-if.

shadow-test-object.
       add 1 to objects-tested-count
       evaluate sc-obj-type of scene-entry(sh-idx)
       when "P"
           if sldy not = 0
               compute sh-t = (sc-center-y of scene-entry(sh-idx) - shy) / sldy
               if sh-t > 0.001 and (sh-limit = 0 or sh-t < sh-limit)
                   perform note-shadow-occluder
               end-if
           end-if
       when "B"
           perform shadow-test-box
       when "T"
           perform shadow-test-triangle
       when other
           compute sh-ocx = shx - sc-center-x of scene-entry(sh-idx)
           compute sh-ocy = shy - sc-center-y of scene-entry(sh-idx)
           compute sh-ocz = shz - sc-center-z of scene-entry(sh-idx)
           compute sh-a = (sldx * sldx) + (sldy * sldy) + (sldz * sldz)
           compute sh-b = 2 * ((sldx * sh-ocx) + (sldy * sh-ocy) + (sldz * sh-ocz))
           compute sh-c = (sh-ocx * sh-ocx) + (sh-ocy * sh-ocy) + (sh-ocz * sh-ocz) - (sc-radius of scene-entry(sh-idx) * sc-radius of scene-entry(sh-idx))
           compute sh-bb = sh-b * sh-b
           compute sh-fourac = 4 * sh-a * sh-c
           compute sh-disc = sh-bb - sh-fourac
           if sh-disc >= 0
               compute sh-2a = 2 * sh-a
               compute sh-t = (0 - sh-b - FUNCTION SQRT(sh-disc)) / sh-2a
               if sh-t > 0.001 and (sh-limit = 0 or sh-t < sh-limit)
                   perform note-shadow-occluder
               else
                   *> a point inside a glass sphere still sends its
                   *> light out through the far side
                   if sh-t <= 0.001
                       and oo-transp of obj-optics-entry(sh-idx) > 0
                       compute sh-t = (0 - sh-b + FUNCTION SQRT(sh-disc)) / sh-2a
                       if sh-t > 0.001 and (sh-limit = 0 or sh-t < sh-limit)
                           perform note-shadow-occluder
                       end-if
                   end-if
               end-if
           end-if
       end-evaluate.

shadow-walk-grid.
       *> same occlusion test over the planes and the cells between
       *> the hit point and the light. transparent occluders are only
       *> collected on the way, then multiplied in object order, so
       *> the light that gets through matches the in-order walk to
       *> the last digit. a walk that meets more of them than the
       *> list holds is redone in order
       move "Y" to ws-shadow-collect-flag
       move "N" to ws-occluder-overflow-flag
       move 0 to occluder-count
       add 1 to mailbox-stamp
       perform varying pl-idx from 1 by 1
           until pl-idx > plane-count or light-blocked
           move pl-obj(pl-idx) to sh-idx
           perform shadow-test-object
       end-perform
       move shx to gw-o(1)
       move shy to gw-o(2)
       move shz to gw-o(3)
       move sldx to gw-d(1)
       move sldy to gw-d(2)
       move sldz to gw-d(3)
       move sh-limit to gw-limit
       if not light-blocked
           perform start-grid-walk
       end-if
       perform until gw-done or light-blocked
           perform set-walk-cell-range
           perform varying gr-idx from gr-idx by 1
               until gr-idx > gr-last or light-blocked
               move gr-obj(gr-idx) to sh-idx
               if og-stamp(sh-idx) not = mailbox-stamp
                   move mailbox-stamp to og-stamp(sh-idx)
                   perform shadow-test-object
               end-if
           end-perform
           if not light-blocked
               perform step-grid-walk
           end-if
       end-perform
       move "N" to ws-shadow-collect-flag
       if not light-blocked and ws-occluder-overflow-flag = "N"
           and occluder-count > 0
           perform varying oc-idx from 2 by 1 until oc-idx > occluder-count
               perform varying oc-jdx from oc-idx by -1
                   until oc-jdx < 2 or oc-obj(oc-jdx - 1) <= oc-obj(oc-jdx)
                   move oc-obj(oc-jdx) to oc-swap
                   move oc-obj(oc-jdx - 1) to oc-obj(oc-jdx)
                   move oc-swap to oc-obj(oc-jdx - 1)
               end-perform
           end-perform
           perform varying oc-idx from 1 by 1 until oc-idx > occluder-count
               compute shadow-pass = shadow-pass
                   * oo-transp of obj-optics-entry(oc-obj(oc-idx))
           end-perform
       end-if.

shadow-test-box.
       move sh-idx to try-obj
       perform test-box-hit
       if try-hit-flag = "Y"
           if try-t > 0.001 and (sh-limit = 0 or try-t < sh-limit)
               perform note-shadow-occluder
           else
               *> inside a glass box the light leaves at the exit
               *> distance
               if try-t <= 0.001
                   and oo-transp of obj-optics-entry(sh-idx) > 0
                   and bx-tfar > 0.001 and (sh-limit = 0 or bx-tfar < sh-limit)
                   perform note-shadow-occluder
               end-if
           end-if
       end-if.

       perform test-triangle-hit
       if try-hit-flag = "Y"
           if try-t > 0.001 and (sh-limit = 0 or try-t < sh-limit)
               perform note-shadow-occluder
           end-if
       end-if.

note-shadow-occluder.
       if oo-transp of obj-optics-entry(sh-idx) > 0
           if ws-shadow-collect-flag = "Y"
               if occluder-count < 500
                   add 1 to occluder-count
                   move sh-idx to oc-obj(occluder-count)
               else
                   move "Y" to ws-occluder-overflow-flag
               end-if
           else
               compute shadow-pass = shadow-pass * oo-transp of obj-optics-entry(sh-idx)
           end-if
       else
           move "Y" to shadow-flag
       end-if.

compute-brightness.
       move 0 to brightness
       move 0 to spec-total
                   if light-dot > 0
                       perform check-light-blocked
                       if not light-blocked
                           if shadow-pass < 1
                               compute eff-intensity = eff-intensity * shadow-pass
                           end-if
                           compute brightness = brightness +
                               (light-dot * eff-intensity)
                           if cur-spec > 0 and cur-shiny > 0
