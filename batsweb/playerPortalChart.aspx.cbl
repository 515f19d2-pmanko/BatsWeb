      * the player portal's two chart images. ?c=spray draws the
      * player's balls in play over the park, scaled the way
      * breakdownpark.aspx.cbl scales hit locations (red a base hit,
      * blue anything else); ?c=zone draws the twelve zone cells,
      * 3 across and 4 down, with the pitches seen (or thrown), swings
      * and balls in play in each, shaded by how many pitches landed
      * there. Both read only what playerPortal.aspx.cbl left in the
      * session for its own player -- nothing here takes a player
      * from the request.
       class-id batsweb.playerPortalChart is partial
                inherits type System.Web.UI.Page public.

       working-storage section.
       01  drawArea          type Bitmap.
       01  g           type Graphics.
       01  ws-x        pic 9(4).
       01  ws-y        pic 9(4).
       01  ws-x2        pic 9(4).
       01  ws-y2        pic 9(4).

       method-id Page_Load protected.
       procedure division using by value param-sender as object
                                         param-e as type System.EventArgs.
           if self::Session["level"] = null
               invoke self::Response::Redirect("~/Default.aspx")
               exit method.
           if self::Request::QueryString["c"] = "zone"
               invoke self::drawZone
           else
               invoke self::drawSpray.
           set Response::ContentType to "image/jpeg"
           invoke drawArea::Save(Response::OutputStream, type ImageFormat::Jpeg)
           invoke g::Dispose()
           invoke drawArea::Dispose
           invoke Response::End()
           goback.
       end method.

       method-id drawSpray protected.
       local-storage section.
       01  parkImage       type String.
       01  sprayList       type String occurs any.
       01  sprayIdx        type Int32.
       01  sprayPart       type String occurs any.
       01  hitX            type Int32.
       01  hitY            type Int32.
       01  mypen           type Pen.
       01  rect            type Rectangle.
       01  sz              type Size.
       procedure division.
           if self::Session["portal-park"] = null
               set parkImage to "if1.png"
           else
               set parkImage to self::Session["portal-park"]::ToString.
           if type System.IO.File::Exists(Server::MapPath("Images\\" & parkImage)) = false
               set parkImage to "if1.png".
           set sz to new Size(298.5, 240)
           set drawArea to new Bitmap(type Bitmap::FromFile(Server::MapPath("Images\\" & parkImage)), sz)
           set g to type Graphics::FromImage(drawArea)
           invoke g::Clear(type Color::White)
           set rect to new Rectangle(0, 0, 298.5, 240)
           invoke g::DrawImage(type Bitmap::FromFile(Server::MapPath("Images\\" & parkImage)) as type Bitmap, rect)
           if self::Session["portal-spray"] = null
               exit method.
           COMPUTE WS-X ROUNDED = 296 / 597 * 298.5
           COMPUTE WS-Y ROUNDED = 440 / 480 * 240.
           set sprayList to self::Session["portal-spray"]::ToString::Split(";")
           perform varying sprayIdx from 0 by 1 until sprayIdx >= sprayList::Length
               set sprayPart to sprayList[sprayIdx]::Split(",")
               if sprayPart::Length = 3
                and type Int32::TryParse(sprayPart[0], by reference hitX)
                and type Int32::TryParse(sprayPart[1], by reference hitY)
                   COMPUTE WS-X2 ROUNDED = hitX / 597 * 298.5
                   COMPUTE WS-Y2 ROUNDED = hitY / 488 * 240
                   if sprayPart[2] = "H"
                       set mypen to new Pen(type Brushes::Red, 2)
                   else
                       set mypen to new Pen(type Brushes::Blue, 1)
                   end-if
                   invoke g::DrawLine(mypen, ws-x, ws-y, ws-x2, ws-y2)
                   invoke g::FillEllipse(mypen::Brush, ws-x2 - 3, ws-y2 - 3, 6, 6)
                   invoke mypen::Dispose()
               end-if
           end-perform.
       end method.

       method-id drawZone protected.
       local-storage section.
       01  cellList        type String occurs any.
       01  cellPart        type String occurs any.
       01  cellIdx         type Int32.
       01  cellCol         type Int32.
       01  cellRow         type Int32.
       01  maxPitches      type Int32.
       01  cellPitches     type Int32.
       01  cellSwings      type Int32.
       01  cellInPlay      type Int32.
       01  shade           type Int32.
       01  mypen           type Pen.
       01  myfont          type Font.
       01  mybrush         type SolidBrush.
       01  myrectangle     type Rectangle.
       01  textrect        type RectangleF.
       01  mystringformat  type StringFormat.
       procedure division.
           set drawArea to new Bitmap(288, 336)
           set g to type Graphics::FromImage(drawArea)
           invoke g::Clear(type Color::White)
           set mypen to new Pen(type Brushes::Black, 1)
           set myfont to new Font("Arial", 10)
           set mystringformat to new StringFormat
           set mystringformat::Alignment to type StringAlignment::Center
           set mystringformat::LineAlignment to type StringAlignment::Center
           if self::Session["portal-zone"] = null
               set cellList to ""::Split(";")
           else
               set cellList to self::Session["portal-zone"]::ToString::Split(";").
           set maxPitches to 0
           perform varying cellIdx from 0 by 1 until cellIdx >= cellList::Length
               set cellPart to cellList[cellIdx]::Split(",")
               if cellPart::Length = 3
                and type Int32::TryParse(cellPart[0], by reference cellPitches)
                   if cellPitches > maxPitches
                       set maxPitches to cellPitches
                   end-if
               end-if
           end-perform
           perform varying cellIdx from 0 by 1 until cellIdx > 11
               compute cellRow = cellIdx / 3
               compute cellCol = cellIdx - (cellRow * 3)
               set myrectangle to new Rectangle(cellCol * 96, cellRow * 84, 96, 84)
               set textrect to new RectangleF(cellCol * 96, cellRow * 84, 96, 84)
               set cellPitches to 0
               set cellSwings to 0
               set cellInPlay to 0
               if cellIdx < cellList::Length
                   set cellPart to cellList[cellIdx]::Split(",")
                   if cellPart::Length = 3
                       invoke type Int32::TryParse(cellPart[0], by reference cellPitches)
                       invoke type Int32::TryParse(cellPart[1], by reference cellSwings)
                       invoke type Int32::TryParse(cellPart[2], by reference cellInPlay)
                   end-if
               end-if
               if maxPitches > 0 and cellPitches > 0
                   compute shade = 255 - (cellPitches * 160 / maxPitches)
                   set mybrush to new SolidBrush(type Color::FromArgb(255, shade, shade))
                   invoke g::FillRectangle(mybrush, myrectangle)
                   invoke mybrush::Dispose()
               end-if
               invoke g::DrawRectangle(mypen, myrectangle)
               invoke g::DrawString(cellPitches::ToString & " P" &
                   type Environment::NewLine & cellSwings::ToString &
                   " sw / " & cellInPlay::ToString & " ip",
                   myfont, type Brushes::Black, textrect,
                   mystringformat)
           end-perform
           invoke myfont::Dispose()
           invoke mypen::Dispose().
       end method.

       end class.
