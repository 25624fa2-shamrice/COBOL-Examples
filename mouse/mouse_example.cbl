      *          keys, S save, and L library picker work identically
      *          from either input path -- so a canvas saved by a
      *          mouse user opens for a keyboard user and back.
      * updated: 2026-10-15 EE: drawing tools -- freehand, straight
      *          line, rectangle outline, filled rectangle and flood
      *          fill -- picked from a tool column beside the right-
      *          click color picker, or cycled with T from the
      *          keyboard. A line or rectangle takes two points (two
      *          left clicks, or P at two keyboard-cursor positions);
      *          fill recolors the connected region of the clicked
      *          cell's color. Every stroke or tool action can be
      *          undone and redone, many steps back (U and R, or UNDO
      *          and REDO in the tool column). The canvas is now held
      *          as a full grid, so a fill over the whole canvas is
      *          never cut short; saved canvases keep the same (line,
      *          col, color) file layout in the library.
      * purpose: A simple paint program to demo the mouse functionality.
      * tectonics: cobc
      ******************************************************************

       01  ws-draw-color                       pic 9.

      *> The canvas as a full grid, lines 1-18 by columns 1-80: each
      *> cell holds the color painted there ('0'-'7'), or a space
      *> when it was never painted. Saving still writes just the
      *> painted cells as a simple list of (line, col, color)
      *> records.
       01  ws-fs-status-canvas                 pic xx.

       01  ws-canvas-grid.
           05  ws-grid-row                     occurs 18 times.
               10  ws-grid-cell                pic x occurs 80 times.

       01  ws-grid-line                        pic 99.
       01  ws-grid-col                         pic 99.

      *> Named canvas library: the file the next save/load works
      *> against, and the canvas-library.txt index loaded into a
           05  ws-menu-line                    pic 99.
           05  ws-menu-col                     pic 99.

      *> Keyboard drawing mode: the visible drawing cursor the
      *> arrow keys steer, and whether the pen is down.
       01  ws-kb-cursor.
           88  ws-pen-down                     value 'Y'.
           88  ws-pen-up                       value 'N'.

       01  ws-kb-line-delta                    pic s9 comp.
       01  ws-kb-col-delta                     pic s9 comp.

      *> Drawing tools. Line and rectangle tools wait for a second
      *> point once the first (the anchor) is set.
       01  ws-draw-tool                        pic 9 value 1.
           88  ws-tool-freehand                value 1.
           88  ws-tool-line                    value 2.
           88  ws-tool-rectangle               value 3.
           88  ws-tool-filled-rect             value 4.
           88  ws-tool-fill                    value 5.

       01  ws-tool-name-values.
           05  filler              pic x(11) value "FREEHAND".
           05  filler              pic x(11) value "LINE".
           05  filler              pic x(11) value "RECTANGLE".
           05  filler              pic x(11) value "FILLED RECT".
           05  filler              pic x(11) value "FILL".
           05  filler              pic x(11) value "UNDO".
           05  filler              pic x(11) value "REDO".

       01  filler redefines ws-tool-name-values.
           05  ws-tool-name                    pic x(11)
                                               occurs 7 times.

       01  ws-menu-tool-idx                    pic 9.
       01  ws-menu-tool-col                    pic 99.
       01  ws-menu-top-line                    pic 99.
       01  ws-menu-row                         pic 99.

       01  ws-anchor-sw                        pic x value 'N'.
           88  ws-anchor-set                   value 'Y'.
           88  ws-anchor-clear                 value 'N'.

       01  ws-anchor-position.
           05  ws-anchor-line                  pic 99.
           05  ws-anchor-col                   pic 99.

      *> The point a click or a P keypress picked for the tool.
       01  ws-point-position.
           05  ws-point-line                   pic 99.
           05  ws-point-col                    pic 99.

      *> One cell change: where, and the color it is being set to.
       01  ws-cell-position.
           05  ws-cell-line                    pic 99.
           05  ws-cell-col                     pic 99.
       01  ws-cell-new-color                   pic x.
       01  ws-cell-show-color                  pic 9.

      *> Shape work for the line, rectangle and fill tools.
       01  ws-shape-from-line                  pic s9(4) comp.
       01  ws-shape-from-col                   pic s9(4) comp.
       01  ws-shape-to-line                    pic s9(4) comp.
       01  ws-shape-to-col                     pic s9(4) comp.
       01  ws-shape-delta-line                 pic s9(4) comp.
       01  ws-shape-delta-col                  pic s9(4) comp.
       01  ws-shape-step-line                  pic s9(4) comp.
       01  ws-shape-step-col                   pic s9(4) comp.
       01  ws-shape-error                      pic s9(4) comp.
       01  ws-shape-error-2                    pic s9(4) comp.
       01  ws-shape-done-sw                    pic x.
           88  ws-shape-done                   value 'Y'.
           88  ws-shape-not-done               value 'N'.

      *> Flood fill: the color being replaced, and the cells still to
      *> spread out from. Each cell goes on the stack at most once,
      *> as it is recolored.
       01  ws-fill-target                      pic x.
       01  ws-fill-stack-count                 pic 9(4) comp.
       01  ws-fill-stack                       occurs 1440 times.
           05  ws-fill-stack-line              pic 99.
           05  ws-fill-stack-col               pic 99.
       01  ws-fill-from-line                   pic 99.
       01  ws-fill-from-col                    pic 99.

      *> Undo journal: every cell change, tagged with the action
      *> (a freehand stroke or one use of a tool) it belongs to.
      *> Entries up to ws-undo-top are applied; those above it are
      *> the redo steps, dropped as soon as something new is drawn.
      *> When the journal fills, the oldest action falls off.
       01  ws-undo-journal.
           05  ws-undo-entry                   occurs 3000 times.
               10  ws-undo-action              pic 9(8) comp.
               10  ws-undo-line                pic 99.
               10  ws-undo-col                 pic 99.
               10  ws-undo-before              pic x.
               10  ws-undo-after               pic x.

       77  ws-undo-max                         pic 9(4) comp
                                               value 3000.
       01  ws-undo-count                       pic 9(4) comp value 0.
       01  ws-undo-top                         pic 9(4) comp value 0.
       01  ws-undo-idx                         pic 9(4) comp.
       01  ws-undo-drop                        pic 9(4) comp.
       01  ws-undo-this-action                 pic 9(8) comp.
       01  ws-action-seq                       pic 9(8) comp value 0.

       01  ws-new-action-sw                    pic x value 'N'.
           88  ws-new-action                   value 'Y'.
           88  ws-action-open                  value 'N'.

      *> Region of the canvas to repaint from the grid.
       01  ws-region-top                       pic 99.
       01  ws-region-bottom                    pic 99.
       01  ws-region-left                      pic 99.
       01  ws-region-right                     pic 99.

       procedure division.
           set environment "COB_SCREEN_EXCEPTIONS" to 'Y'.
           set environment "COB_SCREEN_ESC" to 'Y'.
       main-procedure.

           move 1 to ws-draw-color
           move spaces to ws-canvas-grid

           perform load-canvas-library

           perform display-help-lines
           perform display-status-line

           perform draw-keyboard-cursor

                   end-if

                   if ws-kb-input = 'P' then
                       if ws-tool-freehand
                           perform toggle-pen
                       else
                           move ws-kb-cursor to ws-point-position
                           perform tool-point-chosen
                       end-if
                   end-if

                   if ws-kb-input = 'T' then
                       if ws-draw-tool >= 5
                           move 1 to ws-menu-tool-idx
                       else
                           compute ws-menu-tool-idx = ws-draw-tool + 1
                       end-if
                       perform select-draw-tool
                   end-if

                   if ws-kb-input = 'U' then
                       perform undo-last-action
                   end-if

                   if ws-kb-input = 'R' then
                       perform redo-next-action
                   end-if

                   if ws-kb-input is numeric then
                       set ws-exit to true

                   when COB-SCR-LEFT-PRESSED
                       if ws-tool-freehand
                           set ws-mouse-clicked to true
                           set ws-new-action to true
                       else
                           if ws-cursor-position not = zeros
                           and ws-cursor-line < 19
                           and ws-cursor-col <= 80
                               move ws-cursor-position
                                   to ws-point-position
                               perform tool-point-chosen
                           end-if
                       end-if

                   when COB-SCR-LEFT-RELEASED
                       set ws-mouse-not-clicked to true
               and ws-cursor-col <= 80
               and ws-mouse-clicked
               then
                   move ws-cursor-position to ws-cell-position
                   move ws-draw-color to ws-cell-new-color
                   perform set-canvas-cell
               end-if

           end-perform
           stop run.


       display-help-lines.

           display
               "Esc to exit. Number keys to change cursor draw color" &
               ". Left mouse down to draw current color."
               foreground-color cob-color-white highlight
               background-color cob-color-blue
               at 2001
           end-display
           display
               "S to save canvas. L to load canvas. Right mouse" &
               " down for color and tool menu."
               foreground-color cob-color-white highlight
               background-color cob-color-blue
               at 2101
           end-display
           display
               "Arrow keys move the drawing cursor, P toggles the" &
               " pen down/up (keyboard mode)."
               foreground-color cob-color-white highlight
               background-color cob-color-blue
               at 2201
           end-display
           display
               "T changes the tool, U undoes, R redoes. Lines and" &
               " boxes: two clicks or P twice."
               foreground-color cob-color-white highlight
               background-color cob-color-blue
               at 2301
           end-display

           exit paragraph.


      *> Line 19: the draw color label, the pen, the tool, and what
      *> the tool is waiting for.
       display-status-line.

           display "Current Draw color:" at 1901

           if ws-pen-down
               display "Pen: DOWN" at 1930
           else
               display "Pen: UP  " at 1930
           end-if

           display "Tool: " at 1945
           display ws-tool-name(ws-draw-tool) at 1951

           evaluate true
               when ws-tool-freehand
                   display "                 " at 1963
               when ws-tool-fill
                   display "pick a cell      " at 1963
               when ws-anchor-set
                   display "pick second point" at 1963
               when other
                   display "pick first point " at 1963
           end-evaluate

           exit paragraph.


           else
               set ws-pen-down to true
               display "Pen: DOWN" at 1930
               set ws-new-action to true
               perform paint-at-keyboard-cursor
           end-if


       paint-at-keyboard-cursor.

           move ws-kb-cursor to ws-cell-position
           move ws-draw-color to ws-cell-new-color
           perform set-canvas-cell

           exit paragraph.

           exit paragraph.


      *> Puts back whatever the cursor was sitting on.
       restore-cell-under-cursor.

           move ws-kb-cursor to ws-cell-position
           perform display-canvas-cell

           exit paragraph.


      *> Shows one canvas cell as the grid holds it: its color, a
      *> blank when never painted, or the '*' marking a line or
      *> rectangle's first point.
       display-canvas-cell.

           if ws-anchor-set
           and ws-cell-position = ws-anchor-position
               display
                   "*"
                   foreground-color cob-color-white highlight
                   at ws-cell-position
               end-display
               exit paragraph
           end-if

           if ws-grid-cell(ws-cell-line, ws-cell-col) = space
               display " " at ws-cell-position
           else
               move ws-grid-cell(ws-cell-line, ws-cell-col)
                   to ws-cell-show-color
               display
                   " "
                   background-color ws-cell-show-color
                   at ws-cell-position
               end-display
           end-if

           exit paragraph.


      *> Repaints a block of the canvas from the grid, clipped to
      *> the canvas -- after a load, or once an overlay goes away.
       repaint-canvas-region.

           if ws-region-top < 1
               move 1 to ws-region-top
           end-if
           if ws-region-left < 1
               move 1 to ws-region-left
           end-if
           if ws-region-bottom > 18
               move 18 to ws-region-bottom
           end-if
           if ws-region-right > 80
               move 80 to ws-region-right
           end-if

           perform varying ws-grid-line from ws-region-top by 1
               until ws-grid-line > ws-region-bottom
               perform varying ws-grid-col from ws-region-left by 1
                   until ws-grid-col > ws-region-right
                   move ws-grid-line to ws-cell-line
                   move ws-grid-col to ws-cell-col
                   perform display-canvas-cell
               end-perform
           end-perform

           exit paragraph.


      *> Every change to the canvas comes through here: the cell at
      *> ws-cell-position takes ws-cell-new-color, on the grid and on
      *> screen, and the change is journaled for undo. Setting a
      *> cell to the color it already has is no change at all.
       set-canvas-cell.

           if ws-grid-cell(ws-cell-line, ws-cell-col)
               = ws-cell-new-color
               exit paragraph
           end-if

           if ws-new-action
               perform open-new-action
           end-if

           if ws-undo-count >= ws-undo-max
               perform drop-oldest-action
           end-if

           add 1 to ws-undo-count
           move ws-undo-count to ws-undo-top
           move ws-action-seq to ws-undo-action(ws-undo-count)
           move ws-cell-line to ws-undo-line(ws-undo-count)
           move ws-cell-col to ws-undo-col(ws-undo-count)
           move ws-grid-cell(ws-cell-line, ws-cell-col)
               to ws-undo-before(ws-undo-count)
           move ws-cell-new-color to ws-undo-after(ws-undo-count)

           move ws-cell-new-color
               to ws-grid-cell(ws-cell-line, ws-cell-col)
           perform display-canvas-cell

           exit paragraph.


      *> The first real change of a stroke or tool use starts a new
      *> action; whatever could still have been redone is dropped.
       open-new-action.

           move ws-undo-top to ws-undo-count
           add 1 to ws-action-seq
           set ws-action-open to true

           exit paragraph.


      *> Makes room in a full journal by letting the oldest action
      *> go -- it can no longer be undone.
       drop-oldest-action.

           move 0 to ws-undo-drop
           move ws-undo-action(1) to ws-undo-this-action

           perform varying ws-undo-idx from 1 by 1
               until ws-undo-idx > ws-undo-count
               or ws-undo-action(ws-undo-idx) not = ws-undo-this-action
               add 1 to ws-undo-drop
           end-perform

           perform varying ws-undo-idx from 1 by 1
               until ws-undo-idx > ws-undo-count - ws-undo-drop
               move ws-undo-entry(ws-undo-idx + ws-undo-drop)
                   to ws-undo-entry(ws-undo-idx)
           end-perform

           subtract ws-undo-drop from ws-undo-count
           subtract ws-undo-drop from ws-undo-top

           exit paragraph.


      *> U: takes back every cell change of the latest action still
      *> applied, newest first.
       undo-last-action.

           set ws-mouse-not-clicked to true

           if ws-undo-top = 0
               display "Nothing to undo.           " at 2201
               exit paragraph
           end-if

           move ws-undo-action(ws-undo-top) to ws-undo-this-action

           perform until ws-undo-top = 0
               or ws-undo-action(ws-undo-top) not = ws-undo-this-action
               move ws-undo-line(ws-undo-top) to ws-cell-line
               move ws-undo-col(ws-undo-top) to ws-cell-col
               move ws-undo-before(ws-undo-top)
                   to ws-grid-cell(ws-cell-line, ws-cell-col)
               perform display-canvas-cell
               subtract 1 from ws-undo-top
           end-perform

           display "Undone.                    " at 2201

           if ws-pen-up
               perform draw-keyboard-cursor
           end-if

           exit paragraph.


      *> R: puts the next undone action back, oldest change first.
       redo-next-action.

           set ws-mouse-not-clicked to true

           if ws-undo-top >= ws-undo-count
               display "Nothing to redo.           " at 2201
               exit paragraph
           end-if

           move ws-undo-action(ws-undo-top + 1) to ws-undo-this-action

           perform until ws-undo-top >= ws-undo-count
               or ws-undo-action(ws-undo-top + 1)
                   not = ws-undo-this-action
               add 1 to ws-undo-top
               move ws-undo-line(ws-undo-top) to ws-cell-line
               move ws-undo-col(ws-undo-top) to ws-cell-col
               move ws-undo-after(ws-undo-top)
                   to ws-grid-cell(ws-cell-line, ws-cell-col)
               perform display-canvas-cell
           end-perform

           display "Redone.                    " at 2201

           if ws-pen-up
               perform draw-keyboard-cursor
           end-if

           exit paragraph.


      *> Changes to the tool numbered ws-menu-tool-idx (or undoes or
      *> redoes, from the menu's last two entries). Any first point
      *> already picked is forgotten, and the keyboard pen lifts --
      *> only freehand draws as the cursor moves.
       select-draw-tool.

           evaluate ws-menu-tool-idx
               when 6
                   perform undo-last-action
                   exit paragraph
               when 7
                   perform redo-next-action
                   exit paragraph
           end-evaluate

           if ws-anchor-set
               set ws-anchor-clear to true
               move ws-anchor-position to ws-cell-position
               perform display-canvas-cell
           end-if

           move ws-menu-tool-idx to ws-draw-tool

           if not ws-tool-freehand
               set ws-pen-up to true
               perform draw-keyboard-cursor
           end-if

           perform display-status-line

           exit paragraph.


      *> A click, or P at the keyboard cursor, with a shape tool:
      *> fill goes at once; a line or rectangle takes the first point
      *> as its anchor and draws when the second arrives.
       tool-point-chosen.

           if ws-tool-fill
               set ws-new-action to true
               perform flood-fill-region
           else
               if ws-anchor-clear
                   set ws-anchor-set to true
                   move ws-point-position to ws-anchor-position
                   move ws-anchor-position to ws-cell-position
                   perform display-canvas-cell
               else
                   set ws-anchor-clear to true
                   set ws-new-action to true
                   move ws-anchor-line to ws-shape-from-line
                   move ws-anchor-col to ws-shape-from-col
                   move ws-point-line to ws-shape-to-line
                   move ws-point-col to ws-shape-to-col
                   evaluate true
                       when ws-tool-line
                           perform draw-line-shape
                       when ws-tool-rectangle
                           perform draw-rectangle-shape
                       when ws-tool-filled-rect
                           perform draw-filled-rectangle
                   end-evaluate
                   move ws-anchor-position to ws-cell-position
                   perform display-canvas-cell
               end-if
           end-if

           perform display-status-line

           if ws-pen-up
               perform draw-keyboard-cursor
           end-if

           exit paragraph.


      *> Straight line between the two points, one cell per step
      *> along the longer axis (Bresenham's integer stepping).
       draw-line-shape.

           compute ws-shape-delta-col =
               function abs(ws-shape-to-col - ws-shape-from-col)
           end-compute
           compute ws-shape-delta-line =
               0 - function abs(ws-shape-to-line - ws-shape-from-line)
           end-compute

           move 1 to ws-shape-step-col
           if ws-shape-to-col < ws-shape-from-col
               move -1 to ws-shape-step-col
           end-if
           move 1 to ws-shape-step-line
           if ws-shape-to-line < ws-shape-from-line
               move -1 to ws-shape-step-line
           end-if

           compute ws-shape-error =
               ws-shape-delta-col + ws-shape-delta-line
           end-compute

           move ws-draw-color to ws-cell-new-color
           set ws-shape-not-done to true

           perform until ws-shape-done
               move ws-shape-from-line to ws-cell-line
               move ws-shape-from-col to ws-cell-col
               perform set-canvas-cell

               if ws-shape-from-line = ws-shape-to-line
               and ws-shape-from-col = ws-shape-to-col
                   set ws-shape-done to true
               else
                   compute ws-shape-error-2 = ws-shape-error * 2
                   if ws-shape-error-2 >= ws-shape-delta-line
                       add ws-shape-delta-line to ws-shape-error
                       add ws-shape-step-col to ws-shape-from-col
                   end-if
                   if ws-shape-error-2 <= ws-shape-delta-col
                       add ws-shape-delta-col to ws-shape-error
                       add ws-shape-step-line to ws-shape-from-line
                   end-if
               end-if
           end-perform

           exit paragraph.


      *> Puts the two points in top-left / bottom-right order.
       order-shape-corners.

           if ws-shape-to-line < ws-shape-from-line
               move ws-shape-from-line to ws-shape-error
               move ws-shape-to-line to ws-shape-from-line
               move ws-shape-error to ws-shape-to-line
           end-if

           if ws-shape-to-col < ws-shape-from-col
               move ws-shape-from-col to ws-shape-error
               move ws-shape-to-col to ws-shape-from-col
               move ws-shape-error to ws-shape-to-col
           end-if

           exit paragraph.


       draw-rectangle-shape.

           perform order-shape-corners
           move ws-draw-color to ws-cell-new-color

           perform varying ws-grid-col from ws-shape-from-col by 1
               until ws-grid-col > ws-shape-to-col
               move ws-grid-col to ws-cell-col
               move ws-shape-from-line to ws-cell-line
               perform set-canvas-cell
               move ws-shape-to-line to ws-cell-line
               perform set-canvas-cell
           end-perform

           perform varying ws-grid-line from ws-shape-from-line by 1
               until ws-grid-line > ws-shape-to-line
               move ws-grid-line to ws-cell-line
               move ws-shape-from-col to ws-cell-col
               perform set-canvas-cell
               move ws-shape-to-col to ws-cell-col
               perform set-canvas-cell
           end-perform

           exit paragraph.


       draw-filled-rectangle.

           perform order-shape-corners
           move ws-draw-color to ws-cell-new-color

           perform varying ws-grid-line from ws-shape-from-line by 1
               until ws-grid-line > ws-shape-to-line
               perform varying ws-grid-col from ws-shape-from-col by 1
                   until ws-grid-col > ws-shape-to-col
                   move ws-grid-line to ws-cell-line
                   move ws-grid-col to ws-cell-col
                   perform set-canvas-cell
               end-perform
           end-perform

           exit paragraph.


      *> Recolors the region of cells joined side by side to the
      *> picked cell that share its color (or are all unpainted).
       flood-fill-region.

           move ws-point-position to ws-cell-position
           move ws-grid-cell(ws-cell-line, ws-cell-col)
               to ws-fill-target
           move ws-draw-color to ws-cell-new-color

           if ws-fill-target = ws-cell-new-color
               exit paragraph
           end-if

           move 0 to ws-fill-stack-count
           perform fill-one-cell

           perform until ws-fill-stack-count = 0
               move ws-fill-stack-line(ws-fill-stack-count)
                   to ws-fill-from-line
               move ws-fill-stack-col(ws-fill-stack-count)
                   to ws-fill-from-col
               subtract 1 from ws-fill-stack-count

               if ws-fill-from-line > 1
                   compute ws-cell-line = ws-fill-from-line - 1
                   move ws-fill-from-col to ws-cell-col
                   perform fill-one-cell
               end-if
               if ws-fill-from-line < 18
                   compute ws-cell-line = ws-fill-from-line + 1
                   move ws-fill-from-col to ws-cell-col
                   perform fill-one-cell
               end-if
               if ws-fill-from-col > 1
                   move ws-fill-from-line to ws-cell-line
                   compute ws-cell-col = ws-fill-from-col - 1
                   perform fill-one-cell
               end-if
               if ws-fill-from-col < 80
                   move ws-fill-from-line to ws-cell-line
                   compute ws-cell-col = ws-fill-from-col + 1
                   perform fill-one-cell
               end-if
           end-perform

           exit paragraph.


      *> Recolors the cell at ws-cell-position if it is still the
      *> target color, and stacks it to spread from.
       fill-one-cell.

           if ws-grid-cell(ws-cell-line, ws-cell-col)
               not = ws-fill-target
               exit paragraph
           end-if

           perform set-canvas-cell

           add 1 to ws-fill-stack-count
           move ws-cell-line to ws-fill-stack-line(ws-fill-stack-count)
           move ws-cell-col to ws-fill-stack-col(ws-fill-stack-count)

           exit paragraph.


      *> Prompts for a canvas name, points the canvas file at that
      *> name's slot, registers it in the library index, and saves
      *> the cells -- so a second drawing lands in its own file
               end-display
           end-perform

           move 1 to ws-region-top
           move 18 to ws-region-bottom
           move 1 to ws-region-left
           move 27 to ws-region-right
           perform repaint-canvas-region

           perform display-help-lines
           perform display-status-line

           exit paragraph.


           exit paragraph.


      *> Writes every painted cell out to the current canvas file
      *> so the drawing can be resumed in a later run.
       save-canvas-to-file.

               exit paragraph
           end-if

           perform varying ws-grid-line from 1 by 1
               until ws-grid-line > 18
               perform varying ws-grid-col from 1 by 1
                   until ws-grid-col > 80
                   if ws-grid-cell(ws-grid-line, ws-grid-col)
                       not = space
                       move ws-grid-line to f-canvas-line
                       move ws-grid-col to f-canvas-col
                       move ws-grid-cell(ws-grid-line, ws-grid-col)
                           to f-canvas-color
                       write f-canvas-record
                   end-if
               end-perform
           end-perform

           close fd-canvas
           exit paragraph.


      *> Repaints the screen from a previously saved canvas file,
      *> replacing whatever is on the canvas grid. A cell listed more
      *> than once takes its last color. The loaded drawing starts a
      *> fresh undo history.
       load-canvas-from-file.

           open input fd-canvas

           if ws-fs-status-canvas not = "00"
               exit paragraph
           end-if

           move spaces to ws-canvas-grid
           set ws-anchor-clear to true
           move 0 to ws-undo-count
           move 0 to ws-undo-top

           perform until ws-fs-status-canvas = "10"

               read fd-canvas
                   at end
                       move "10" to ws-fs-status-canvas
                   not at end
                       if f-canvas-line >= 1 and f-canvas-line <= 18
                       and f-canvas-col >= 1 and f-canvas-col <= 80
                       and f-canvas-color <= 7
                           move f-canvas-color
                               to ws-grid-cell(f-canvas-line,
                                   f-canvas-col)
                       end-if
               end-read
           end-perform

           close fd-canvas

           move 1 to ws-region-top
           move 18 to ws-region-bottom
           move 1 to ws-region-left
           move 80 to ws-region-right
           perform repaint-canvas-region

           perform display-status-line

           display "Canvas loaded.              " at 2201

           exit paragraph.


      *> Right-click color-picker overlay for mouse-only use --
      *> displays the available cob-color values near the cursor,
      *> with the drawing tools (and undo/redo) in a column beside
      *> them, and waits for a left click on one of them to set
      *> ws-draw-color or the tool. The canvas under the menu is
      *> repainted once it closes.
       show-color-picker-menu.

           move ws-cursor-line to ws-menu-line
               subtract 9 from ws-menu-line
           end-if

           if ws-menu-col > 65
               move 65 to ws-menu-col
           end-if

           move ws-menu-line to ws-menu-top-line
           compute ws-menu-tool-col = ws-menu-col + 4

           perform varying ws-menu-tool-idx from 1 by 1
               until ws-menu-tool-idx > 7
               compute ws-menu-row =
                   ws-menu-top-line + ws-menu-tool-idx - 1
               end-compute
               display
                   " " ws-tool-name(ws-menu-tool-idx)
                   foreground-color cob-color-white highlight
                   background-color cob-color-blue
                   at line ws-menu-row column ws-menu-tool-col
               end-display
           end-perform

           perform varying ws-menu-color-idx from 0 by 1
               until ws-menu-color-idx > 7


           end-perform

           move ws-menu-top-line to ws-region-top
           compute ws-region-bottom = ws-menu-top-line + 7
           move ws-menu-col to ws-region-left
           compute ws-region-right = ws-menu-tool-col + 11
           perform repaint-canvas-region
           perform display-help-lines
           perform display-status-line

           if ws-mouse-clicked
           and ws-cursor-col >= ws-menu-col
           and ws-cursor-col < ws-menu-col + 3
                   ws-cursor-line - (ws-menu-line - 8)
           end-if

           if ws-mouse-clicked
           and ws-cursor-col >= ws-menu-tool-col
           and ws-cursor-col <= ws-menu-tool-col + 11
           and ws-cursor-line >= ws-menu-top-line
           and ws-cursor-line < ws-menu-top-line + 7
           then
               compute ws-menu-tool-idx =
                   ws-cursor-line - ws-menu-top-line + 1
               end-compute
               perform select-draw-tool
           end-if

           set ws-mouse-not-clicked to true

           exit paragraph.
