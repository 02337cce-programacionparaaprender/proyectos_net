                     until fidx >= Fields::Count
               set field to type FormsCobol.CopybookField(
                   Fields::Item(fidx))
               set fieldValue to field::DisplayValue(aRecord)
               if item = null
                   set item to
                       new System.Windows.Forms.ListViewItem(fieldValue)
