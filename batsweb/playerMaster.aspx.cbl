      * re-points every spelling of a duplicate id at the one to keep.
      * The master file is the cross-reference the breakdown screens
      * and loads resolve a name through to pull the full history no
      * matter which spelling a play was charted under. The
      * biography shown with a looked-up spelling is personal data:
      * each lookup or save that displays it writes a read-access
      * row (pucksweb/accessAudit.cbl).
       class-id batsweb.playerMaster is partial
                inherits type System.Web.UI.Page public.

           set lblMsg::Text to lbSpellings::Items::Count::ToString &
               " spelling(s) on file for id " & WS-KEEP-ID & "." &
               type batsweb.playerBio::bioLineByName(tbLast::Text, tbFirst::Text)
           invoke type pucksweb.accessAudit::record("PLAYERBIO",
               tbLast::Text::Trim::ToUpper & ", " & tbFirst::Text::Trim::ToUpper,
               "V", "" & self::Session["team"], "" & self::Session["user"])
       end method.

      *    saves the biography on the permanent id the entered
               set lblMsg::Text to "Biography saved on the player's" &
                   " permanent id --" &
                   type batsweb.playerBio::bioLineByName(tbLast::Text, tbFirst::Text)
               invoke type pucksweb.accessAudit::record("PLAYERBIO",
                   tbLast::Text::Trim::ToUpper & ", " & tbFirst::Text::Trim::ToUpper,
                   "V", "" & self::Session["team"], "" & self::Session["user"])
           when "X"
               set lblMsg::Text to "That spelling has no permanent id yet -- assign one first."
           when other
