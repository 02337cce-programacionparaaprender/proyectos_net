                   if item = null
                       set item to
                           new System.Windows.Forms.ListViewItem(
                               field::DisplayValue(aRecord))
                   else
                       invoke item::SubItems::Add(
                           field::DisplayValue(aRecord))
                   end-if
               end-perform
               if item not = null
